000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSGR.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the guarantor register - the       *
001010* third parties standing behind a loan, keyed to the loan's     *
001020* BAC_ACCNO with a sequence for several guarantors.  A         *
001030* guarantor is one of our customers (GUA_PID) or an outside    *
001040* party known only by name and e-mail.  The cover is a fixed   *
001050* amount or a percentage of what the loan owes.  Maintained    *
001060* and called through DGUAR01P (audited via DBANK74P).          *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKGUAR TABLE
     (
     GUA_LOAN_ACC                   CHAR (9)
                                    NOT NULL,
     GUA_SEQ                        DECIMAL (3, 0)
                                    NOT NULL,
     GUA_PID                        CHAR (5)
                                    NOT NULL,
     GUA_NAME                       CHAR (30)
                                    NOT NULL,
     GUA_EMAIL                      CHAR (30)
                                    NOT NULL,
     GUA_AMOUNT                     DECIMAL (9, 2)
                                    NOT NULL,
     GUA_PCT                        DECIMAL (5, 2)
                                    NOT NULL,
     GUA_SIGNED_DATE                CHAR (10)
                                    NOT NULL,
     GUA_EXPIRY                     CHAR (10)
                                    NOT NULL,
     GUA_STATUS                     CHAR (1)
                                    NOT NULL,
     GUA_NOTIFIED_DATE              CHAR (10)
                                    NOT NULL,
     GUA_CALL_DATE                  CHAR (10)
                                    NOT NULL,
     GUA_CALL_AMT                   DECIMAL (9, 2)
                                    NOT NULL,
     GUA_RECOVERED                  DECIMAL (9, 2)
                                    NOT NULL,
     GUA_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     GUA_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     GUA_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
