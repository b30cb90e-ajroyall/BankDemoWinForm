000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CSODR01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DSODR01P - the segregation-of-duties     *
001010* worklist behind the B121 screen.  'L' lists the findings for  *
001020* a month (or every month when SODR01I-MONTH is blank), open    *
001030* ones only unless SODR01I-ALL is set.  'A' attests one finding *
001040* with the security officer's note - a security BCS_ROLE only,  *
001050* and never on a finding about the officer themselves.          *
001100*****************************************************************
001300   01  SODR01-DATA.
001400       10  SODR01I-DATA.
001500           15  SODR01I-FUNCTION          PIC X(1).
001600               88  SODR01I-LIST          VALUE 'L'.
001700               88  SODR01I-ATTEST        VALUE 'A'.
001800           15  SODR01I-USERID            PIC X(5).
001900           15  SODR01I-MONTH             PIC X(7).
002000           15  SODR01I-ALL-SW            PIC X(1).
002100               88  SODR01I-ALL           VALUE 'Y'.
002200           15  SODR01I-SEQ               PIC 9(5).
002300           15  SODR01I-NOTE              PIC X(60).
002400       10  SODR01O-DATA.
002500           15  SODR01O-FIND-COUNT        PIC S9(4) COMP.
002600           15  SODR01O-FIND-ENTRY        OCCURS 50 TIMES.
002700               20  SODR01O-F-MONTH       PIC X(7).
002800               20  SODR01O-F-SEQ         PIC 9(5).
002900               20  SODR01O-F-KIND        PIC X(4).
003000               20  SODR01O-F-USER1       PIC X(5).
003100               20  SODR01O-F-USER2       PIC X(5).
003200               20  SODR01O-F-GATE        PIC X(4).
003300               20  SODR01O-F-ITEM        PIC X(26).
003400               20  SODR01O-F-DETAIL      PIC X(60).
003500               20  SODR01O-F-STATUS      PIC X(1).
003600               20  SODR01O-F-ATTEST-BY   PIC X(5).
003700               20  SODR01O-F-ATTEST-DTE  PIC X(10).
003800               20  SODR01O-F-NOTE        PIC X(60).
