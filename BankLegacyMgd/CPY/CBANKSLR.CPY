000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSLR.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the loan application register -    *
001010* one row per application, numbered in the order taken, from    *
001020* the saved BNKLNQT quote it was made on through underwriting   *
001030* to the decision.  The quote's figures are copied on so the    *
001040* row stands alone for the fair-lending review.  A declined     *
001050* application carries its coded reason and the date its        *
001060* adverse-action notice falls due and was sent.  Every change   *
001070* of status leaves a BNKLNAPH row (CBANKSLG.CPY).  Maintained   *
001080* through DLOAN11P.                                             *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKLNAPP TABLE
     (
     LAP_APP_NO                     DECIMAL (9, 0)
                                    NOT NULL,
     LAP_PID                        CHAR (5)
                                    NOT NULL,
     LAP_QUOTE_TS                   CHAR (26)
                                    NOT NULL,
     LAP_PRODUCT                    CHAR (2)
                                    NOT NULL,
     LAP_BRANCH                     CHAR (3)
                                    NOT NULL,
     LAP_PRINCIPAL                  DECIMAL (9, 2)
                                    NOT NULL,
     LAP_RATE                       DECIMAL (6, 3)
                                    NOT NULL,
     LAP_TERM                       DECIMAL (5, 0)
                                    NOT NULL,
     LAP_PAYMENT                    DECIMAL (8, 2)
                                    NOT NULL,
     LAP_INCOME                     DECIMAL (9, 2)
                                    NOT NULL,
     LAP_OBLIGATIONS                DECIMAL (9, 2)
                                    NOT NULL,
     LAP_DSR_PCT                    DECIMAL (5, 2)
                                    NOT NULL,
     LAP_STATUS                     CHAR (1)
                                    NOT NULL,
     LAP_APPLIED_BY                 CHAR (5)
                                    NOT NULL,
     LAP_APPLIED_DATE               CHAR (10)
                                    NOT NULL,
     LAP_DECISION_BY                CHAR (5)
                                    NOT NULL,
     LAP_DECISION_DATE              CHAR (10)
                                    NOT NULL,
     LAP_DECLINE_CODE               CHAR (2)
                                    NOT NULL,
     LAP_DECLINE_NOTE               CHAR (40)
                                    NOT NULL,
     LAP_NOTICE_DUE                 CHAR (10)
                                    NOT NULL,
     LAP_NOTICE_DATE                CHAR (10)
                                    NOT NULL,
     LAP_NOTICE_HOW                 CHAR (1)
                                    NOT NULL,
     LAP_LOAN_ACC                   CHAR (9)
                                    NOT NULL,
     LAP_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     LAP_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     LAP_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
