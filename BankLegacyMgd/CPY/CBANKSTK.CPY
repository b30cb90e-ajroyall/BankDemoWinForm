000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSTK.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the account-takeover alert table - *
001010* one row per customer the DATO02P correlation run caught       *
001020* changing their profile and then moving money out inside the   *
001030* window.  TKA_STEPS holds one letter per step seen: A address  *
001040* or e-mail change, P password changed or reset, L login from a *
001050* new workstation, Y new payee, O money out.  The customer's    *
001060* pending transfers and wires were held ('H') when the alert    *
001070* was raised; TKA_STEPUP 'R' makes the next transfer pass a     *
001080* DSTEP01P challenge ('P' once passed).  DATO01P closes the     *
001090* alert released ('R' - the items go back to pending) or        *
001095* confirmed ('C' - the items are stopped).                      *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKTKALR TABLE
     (
     TKA_ALERTNO                    DECIMAL (7)
                                    NOT NULL,
     TKA_PID                        CHAR (5)
                                    NOT NULL,
     TKA_STEPS                      CHAR (5)
                                    NOT NULL WITH DEFAULT,
     TKA_WINDOW_START               CHAR (10)
                                    NOT NULL WITH DEFAULT,
     TKA_OUT_AMOUNT                 DECIMAL (9,2)
                                    NOT NULL WITH DEFAULT,
     TKA_HELD_PTX                   DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     TKA_HELD_WIRE                  DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     TKA_CASENO                     DECIMAL (7)
                                    NOT NULL WITH DEFAULT,
     TKA_STEPUP                     CHAR (1)
                                    NOT NULL,
     TKA_STATUS                     CHAR (1)
                                    NOT NULL,
     TKA_DETECTED_TS                TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     TKA_CLOSED_BY                  CHAR (5)
                                    NOT NULL WITH DEFAULT,
     TKA_CLOSED_TS                  TIMESTAMP,
     TKA_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
