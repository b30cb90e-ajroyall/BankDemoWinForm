000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSID.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the identity-document register -   *
001010* one row per document seen for a customer PID, with a          *
001020* sequence so the history is kept as documents are renewed.    *
001030* The document type, number, issuing country, issue and expiry  *
001040* dates, the officer who verified it and how ride on the row.   *
001050* A renewed document supersedes the older one of its type       *
001060* (status 'S'); a withdrawn one (lost, stolen, found false) is *
001070* kept with status 'X'.  IDD_REVERIFY is 'Q' while the          *
001080* document sits on the re-verification queue the nightly       *
001090* IDEXPIRY run (DIDOC02P) puts expiring documents on.           *
001095* Maintained through DIDOC01P (audited via DBANK74P).          *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKIDDOC TABLE
     (
     IDD_PID                        CHAR (5)
                                    NOT NULL,
     IDD_SEQ                        DECIMAL (3, 0)
                                    NOT NULL,
     IDD_DOC_TYPE                   CHAR (2)
                                    NOT NULL,
     IDD_DOC_NO                     CHAR (20)
                                    NOT NULL,
     IDD_COUNTRY                    CHAR (3)
                                    NOT NULL,
     IDD_ISSUE_DATE                 CHAR (10)
                                    NOT NULL,
     IDD_EXPIRY_DATE                CHAR (10)
                                    NOT NULL,
     IDD_VERIFIED_BY                CHAR (5)
                                    NOT NULL,
     IDD_VERIFIED_DATE              CHAR (10)
                                    NOT NULL,
     IDD_METHOD                     CHAR (1)
                                    NOT NULL,
     IDD_STATUS                     CHAR (1)
                                    NOT NULL,
     IDD_REVERIFY                   CHAR (1)
                                    NOT NULL,
     IDD_QUEUED_DATE                CHAR (10)
                                    NOT NULL,
     IDD_NOTIFIED_DATE              CHAR (10)
                                    NOT NULL,
     IDD_RECORDED_TS                TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     IDD_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     IDD_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     IDD_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
