001030* lost/stolen hot-carded, closed) and dates.  Maintained        *
001040* through DCARD01P (audited via DBANK74P); DBANK46P's import    *
001050* declines activity on anything but an active, unexpired card.  *
001060* A renewal or reissue from DCARD04P carries the number of the  *
001070* card it replaces; activating it closes that old card.         *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKCARD TABLE
     (
     CRD_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     CRD_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT,
     CRD_REPLACES                   CHAR (16)
                                    NOT NULL WITH DEFAULT,
     CRD_REISSUE                    CHAR (1)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
