000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CATO01.cpy                                                   *
000900*---------------------------------------------------------------*
001000* Data areas passed to DATO01P - account-takeover alerts.  'L'  *
001010* lists the open alerts for the Takeover Alerts screen; 'C'     *
001020* tells BBANK50P whether a customer still owes a step-up        *
001030* challenge; 'P' records that they passed it; 'R' releases an   *
001040* alert as the genuine customer - held items go back to         *
001050* pending; 'X' confirms a takeover - held transfers are         *
001060* cancelled and held wires go to the rejected-wire queue for    *
001070* cancellation and reversal.                                    *
001100*****************************************************************
001300   01  ATO01-DATA.
001400       10  ATO01I-DATA.
001500           15  ATO01I-FUNCTION           PIC X(1).
001600               88  ATO01I-LIST           VALUE 'L'.
001700               88  ATO01I-CHECK          VALUE 'C'.
001800               88  ATO01I-PASSED         VALUE 'P'.
001900               88  ATO01I-RELEASE        VALUE 'R'.
002000               88  ATO01I-CONFIRM        VALUE 'X'.
002100           15  ATO01I-USERID             PIC X(5).
002200           15  ATO01I-PID                PIC X(5).
002300           15  ATO01I-ALERTNO            PIC S9(7) COMP-3.
002400       10  ATO01O-DATA.
002500           15  ATO01O-STEPUP-SW          PIC X(1).
002600               88  ATO01O-STEPUP-DUE     VALUE 'Y'.
002700           15  ATO01O-ALERT-COUNT        PIC S9(4) COMP.
002800           15  ATO01O-ALERT-ENTRY        OCCURS 20 TIMES.
002900               20  ATO01O-ALERTNO        PIC S9(7) COMP-3.
003000               20  ATO01O-PID            PIC X(5).
003100               20  ATO01O-STEPS          PIC X(5).
003200               20  ATO01O-OUT-AMOUNT     PIC S9(7)V99 COMP-3.
003300               20  ATO01O-HELD-PTX       PIC S9(5) COMP-3.
003400               20  ATO01O-HELD-WIRE      PIC S9(5) COMP-3.
003500               20  ATO01O-CASENO         PIC S9(7) COMP-3.
003600               20  ATO01O-STEPUP         PIC X(1).
003700               20  ATO01O-DETECTED-TS    PIC X(26).
