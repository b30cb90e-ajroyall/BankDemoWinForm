000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CVLT02.cpy                                                   *
000900*---------------------------------------------------------------*
001000* Data areas passed to DVLT02P - branch cash orders behind the  *
001010* B128 screen.  'L' lists a branch's orders (every branch when  *
001020* blank), newest first; 'A' approves a proposed order - the     *
001030* denominations keyed, when any, replace the proposal and must  *
001040* prove the new amount; 'X' rejects it; 'R' confirms the        *
001050* shipment's arrival (or the return's collection) with the      *
001060* counted denominations - posted to the vault ledger through    *
001070* DVLT01P and compared with the order, VLT02O-DISCREPANCY the   *
001080* counted total less the ordered one.                           *
001100*****************************************************************
001300   01  VLT02-DATA.
001400       10  VLT02I-DATA.
001500           15  VLT02I-FUNCTION           PIC X(1).
001600               88  VLT02I-LIST           VALUE 'L'.
001700               88  VLT02I-APPROVE        VALUE 'A'.
001800               88  VLT02I-REJECT         VALUE 'X'.
001900               88  VLT02I-RECEIPT        VALUE 'R'.
002000           15  VLT02I-USERID             PIC X(5).
002100           15  VLT02I-BRANCH             PIC X(3).
002200           15  VLT02I-REF                PIC X(12).
002300           15  VLT02I-C100               PIC S9(5) COMP-3.
002400           15  VLT02I-C50                PIC S9(5) COMP-3.
002500           15  VLT02I-C20                PIC S9(5) COMP-3.
002600           15  VLT02I-C10                PIC S9(5) COMP-3.
002700           15  VLT02I-C5                 PIC S9(5) COMP-3.
002800           15  VLT02I-COIN               PIC S9(5)V99 COMP-3.
002900       10  VLT02O-DATA.
003000           15  VLT02O-DISCREPANCY        PIC S9(7)V99 COMP-3.
003100           15  VLT02O-ORDER-COUNT        PIC S9(4) COMP.
003200           15  VLT02O-ORDER-ENTRY        OCCURS 20 TIMES.
003300               20  VLT02O-REF            PIC X(12).
003400               20  VLT02O-BRANCH         PIC X(3).
003500               20  VLT02O-TYPE           PIC X(1).
003600               20  VLT02O-STATUS         PIC X(1).
003700               20  VLT02O-PROPOSED-DTE   PIC X(10).
003800               20  VLT02O-DELIVERY-DTE   PIC X(10).
003900               20  VLT02O-AMOUNT         PIC S9(7)V99 COMP-3.
004000               20  VLT02O-C100           PIC S9(5) COMP-3.
004100               20  VLT02O-C50            PIC S9(5) COMP-3.
004200               20  VLT02O-C20            PIC S9(5) COMP-3.
004300               20  VLT02O-C10            PIC S9(5) COMP-3.
004400               20  VLT02O-C5             PIC S9(5) COMP-3.
004500               20  VLT02O-COIN           PIC S9(5)V99 COMP-3.
004600               20  VLT02O-APPROVED-BY    PIC X(5).
004700               20  VLT02O-RCV-AMOUNT     PIC S9(7)V99 COMP-3.
004800               20  VLT02O-DISCREP-SW     PIC X(1).
