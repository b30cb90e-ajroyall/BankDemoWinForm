000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CMKTC01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DMKTC01P - the marketing consent         *
001010* register behind the B116 screen.  'G' grants consent for a    *
001020* channel and purpose, 'W' withdraws it, 'L' lists the          *
001030* customer's rows, 'Q' answers the one-line consent status the  *
001040* Customer 360 page shows.                                      *
001100*****************************************************************
001300   01  MKTC01-DATA.
001400       10  MKTC01I-DATA.
001500           15  MKTC01I-FUNCTION          PIC X(1).
001600               88  MKTC01I-GRANT         VALUE 'G'.
001700               88  MKTC01I-WITHDRAW      VALUE 'W'.
001800               88  MKTC01I-LIST          VALUE 'L'.
001900               88  MKTC01I-QUERY         VALUE 'Q'.
002000           15  MKTC01I-USERID            PIC X(5).
002100           15  MKTC01I-PID               PIC X(5).
      *        P post, E e-mail, S SMS, T telephone, M statement
      *        messages.
002200           15  MKTC01I-CHANNEL           PIC X(1).
      *        M our own products, T partner offers, R research.
002300           15  MKTC01I-PURPOSE           PIC X(1).
      *        B branch, P phone, O online.
002400           15  MKTC01I-CAPTURE           PIC X(1).
002500       10  MKTC01O-DATA.
      *        'Q' - one line: the live channels for our own products
      *        or NO MARKETING CONSENT.
002600           15  MKTC01O-SUMMARY           PIC X(60).
002700           15  MKTC01O-CONSENT-COUNT     PIC S9(4) COMP.
002800           15  MKTC01O-CONSENT-ENTRY     OCCURS 15 TIMES.
002900               20  MKTC01O-C-CHANNEL     PIC X(1).
003000               20  MKTC01O-C-PURPOSE     PIC X(1).
003100               20  MKTC01O-C-STATUS      PIC X(1).
003200               20  MKTC01O-C-GRANT-DTE   PIC X(10).
003300               20  MKTC01O-C-WITHDRAW-DTE PIC X(10).
003400               20  MKTC01O-C-CAPTURE     PIC X(1).
003500               20  MKTC01O-C-UPDATED-BY  PIC X(5).
