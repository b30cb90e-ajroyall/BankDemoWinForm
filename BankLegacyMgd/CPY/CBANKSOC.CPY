000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSOC.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the Outward Clearing item table -  *
001010* one row per third-party cheque a customer pays in at the      *
001020* counter, drawn on another bank.  Captured ('C') with the      *
001030* account credited and a DBANK49P hold placed (its reason text  *
001040* is kept here, which is how the hold is found again); sent     *
001050* ('S') on the nightly OUTCLR file; cleared ('K') once the      *
001060* return window passes; or returned ('R') - the credit charged  *
001070* back, the fee taken and the hold released - or returned and   *
001080* unrecovered ('U') when the charge-back could not post and     *
001090* the hold was converted to stand until the branch recovers it. *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKOCLR TABLE
     (
     OCL_ITEM_NO                    DECIMAL (9)
                                    NOT NULL,
     OCL_ACCNO                      CHAR (9)
                                    NOT NULL,
     OCL_PID                        CHAR (5)
                                    NOT NULL,
     OCL_BRANCH                     CHAR (3)
                                    NOT NULL,
     OCL_TELLER                     CHAR (5)
                                    NOT NULL,
     OCL_ROUTING                    CHAR (9)
                                    NOT NULL,
     OCL_DRAWER_ACC                 CHAR (17)
                                    NOT NULL WITH DEFAULT,
     OCL_CHQ_NO                     DECIMAL (6)
                                    NOT NULL,
     OCL_AMOUNT                     DECIMAL (9,2)
                                    NOT NULL,
     OCL_STATUS                     CHAR (1)
                                    NOT NULL,
     OCL_CAPTURE_DTE                CHAR (10)
                                    NOT NULL,
     OCL_HOLD_REASON                CHAR (30)
                                    NOT NULL WITH DEFAULT,
     OCL_HOLD_RELEASE               CHAR (10)
                                    NOT NULL WITH DEFAULT,
     OCL_SENT_DTE                   CHAR (10)
                                    NOT NULL WITH DEFAULT,
     OCL_CLEARED_DTE                CHAR (10)
                                    NOT NULL WITH DEFAULT,
     OCL_RETURN_DTE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     OCL_RETURN_REASON              CHAR (3)
                                    NOT NULL WITH DEFAULT,
     OCL_FEE                        DECIMAL (5,2)
                                    NOT NULL WITH DEFAULT,
     OCL_HOLD_ACTION                CHAR (1)
                                    NOT NULL WITH DEFAULT,
     OCL_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
