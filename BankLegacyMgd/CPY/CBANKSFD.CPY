000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSFD.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the bureau deal log - one row per  *
001010* foreign banknote deal a teller does through DFXBR01P.         *
001020* FXD_SIDE is the bank's side: 'B' the bank buys notes from the *
001030* customer, 'S' the bank sells them.  FXD_MID_RATE is the       *
001040* DBANK30P rate (local units per note unit) and FXD_CASH_RATE   *
001050* the rate dealt after the BNKPARM margin; FXD_MARGIN_AMT is    *
001060* the local-currency difference, booked to bureau margin        *
001070* income on BNKGLJNL.  FXD_SETTLE 'C' local cash over the       *
001080* counter, 'A' the customer's account (FXD_ACCNO).              *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKFXDL TABLE
     (
     FXD_REF                        CHAR (21)
                                    NOT NULL,
     FXD_TS                         TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     FXD_DATE                       CHAR (10)
                                    NOT NULL,
     FXD_TELLER                     CHAR (5)
                                    NOT NULL,
     FXD_BRANCH                     CHAR (3)
                                    NOT NULL WITH DEFAULT,
     FXD_SIDE                       CHAR (1)
                                    NOT NULL,
     FXD_CURRENCY                   CHAR (3)
                                    NOT NULL,
     FXD_FX_AMOUNT                  DECIMAL (11,2)
                                    NOT NULL,
     FXD_MID_RATE                   DECIMAL (8,4)
                                    NOT NULL,
     FXD_CASH_RATE                  DECIMAL (8,4)
                                    NOT NULL,
     FXD_LOCAL_AMT                  DECIMAL (11,2)
                                    NOT NULL,
     FXD_MARGIN_AMT                 DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     FXD_SETTLE                     CHAR (1)
                                    NOT NULL,
     FXD_ACCNO                      CHAR (9)
                                    NOT NULL WITH DEFAULT,
     FXD_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
