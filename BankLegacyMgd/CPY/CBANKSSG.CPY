001030* targets by branch, relationship tier and account type ('*'    *
001040* matches all).  Maintained through DSMSG01P (audited via       *
001050* DBANK74P).                                                    *
001060* SMG_PURPOSE 'S' marks a service message every statement       *
001070* carries; anything else is promotional and is shown only to a  *
001080* customer with live consent on the BNKMKTC register.           *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKSMSG TABLE
     (
     SMG_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     SMG_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     SMG_PURPOSE                    CHAR (1)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
