000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSRG.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the card rewards points ledger -   *
001010* one row per movement on a card holder's points, numbered per  *
001020* holder.  The balance is the sum of RWP_POINTS.  Points earned *
001030* (and points given back when a reversal is itself undone)      *
001040* carry RWP_OPEN, the part not yet spent, and RWP_EXPIRY_DTE;   *
001050* redemptions, reversals and expiry draw RWP_OPEN down oldest   *
001060* expiry first.  RWP_REF is the card posting's BTX_XFER_REF,    *
001070* which is how a reversal finds the points to take back.        *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKRWPT TABLE
     (
     RWP_PID                        CHAR (5)
                                    NOT NULL,
     RWP_SEQ                        DECIMAL (9)
                                    NOT NULL,
     RWP_ENTRY                      CHAR (1)
                                    NOT NULL,
     RWP_POINTS                     DECIMAL (9,0)
                                    NOT NULL,
     RWP_OPEN                       DECIMAL (9,0)
                                    NOT NULL WITH DEFAULT,
     RWP_EXPIRY_DTE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     RWP_ACCNO                      CHAR (9)
                                    NOT NULL WITH DEFAULT,
     RWP_REF                        CHAR (21)
                                    NOT NULL WITH DEFAULT,
     RWP_CATEGORY                   CHAR (1)
                                    NOT NULL WITH DEFAULT,
     RWP_AMOUNT                     DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     RWP_RATE                       DECIMAL (5,2)
                                    NOT NULL WITH DEFAULT,
     RWP_USERID                     CHAR (5)
                                    NOT NULL WITH DEFAULT,
     RWP_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     RWP_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
