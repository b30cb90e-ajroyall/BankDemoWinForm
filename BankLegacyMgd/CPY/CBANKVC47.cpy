001020* CD47I-START-NO); 'L' lists an account's register; 'S' sets    *
001030* an officer's stop-payment flag on one number; 'R' releases    *
001040* a stop that is no longer wanted.                              *
001050* 'O' orders a book from the cheque printer (the delivery       *
001060* address defaults from BNKCUST when left blank), 'C' cancels   *
001070* an order not yet sent, and 'D' - DCHQO02P only - registers    *
001080* a dispatched order's block on BNKCHQ.  'L' also returns the   *
001090* account's latest orders.                                      *
001100*****************************************************************
001300   01  CD47-DATA.
001400       10  CD47I-DATA.
001700               88  CD47I-LIST            VALUE "L".
001800               88  CD47I-STOP            VALUE "S".
001900               88  CD47I-RELEASE         VALUE "R".
001910               88  CD47I-ORDER           VALUE "O".
001920               88  CD47I-CANCEL-ORDER    VALUE "C".
001930               88  CD47I-DISPATCH        VALUE "D".
002000           15  CD47I-ACCNO               PIC X(9).
002100           15  CD47I-START-NO            PIC S9(6) COMP-3.
002200           15  CD47I-BOOK-SIZE           PIC S9(3) COMP-3.
002300           15  CD47I-CHQ-NO              PIC S9(6) COMP-3.
002310           15  CD47I-USERID              PIC X(5).
002320           15  CD47I-ORDER-NO            PIC S9(6) COMP-3.
002330           15  CD47I-ADDR1               PIC X(25).
002340           15  CD47I-ADDR2               PIC X(25).
002350           15  CD47I-STATE               PIC X(2).
002360           15  CD47I-POST-CODE           PIC X(6).
002370           15  CD47I-PERSONAL            PIC X(30).
002380           15  CD47I-DISPATCH-DTE        PIC X(10).
002400       10  CD47O-DATA.
002500           15  CD47O-CHQ-COUNT           PIC S9(4) COMP.
002600           15  CD47O-CHQ-ENTRY           OCCURS 60 TIMES.
002800               20  CD47O-STATUS          PIC X(1).
002900               20  CD47O-ISSUED-DTE      PIC X(10).
003000               20  CD47O-AMOUNT          PIC S9(7)V99 COMP-3.
003100           15  CD47O-ORDER-NO            PIC S9(6) COMP-3.
003200           15  CD47O-ORD-COUNT           PIC S9(4) COMP.
003300           15  CD47O-ORD-ENTRY           OCCURS 10 TIMES.
003400               20  CD47O-O-ORDER-NO      PIC S9(6) COMP-3.
003500               20  CD47O-O-BOOK-SIZE     PIC S9(3) COMP-3.
003600               20  CD47O-O-STATUS        PIC X(1).
003700               20  CD47O-O-START-NO      PIC S9(6) COMP-3.
003800               20  CD47O-O-ORDERED-DTE   PIC X(10).
003900               20  CD47O-O-ADDR1         PIC X(25).
004000               20  CD47O-O-PERSONAL      PIC X(30).
