001030* reads one by its timestamp, 'S' writes the BNKLNSCH           *
001040* amortization for the funded loan, 'O' creates the monthly     *
001050* BNKSTORD collection so DBANK16P's run gathers each            *
001060* installment.  'X' registers the application on BNKLNAPP     *
001070* through DLOAN11P whatever the outcome.                       *
001100*****************************************************************
001300   01  CD56-DATA.
001400       10  CD56I-DATA.
002310           15  CD56I-INCOME              PIC S9(7)V99 COMP-3.
002320           15  CD56I-OBLIGATIONS         PIC S9(7)V99 COMP-3.
002330           15  CD56I-OVERRIDE-SUP        PIC X(5).
      *        The product the application is for - PL, AU, HI, DC,
      *        ED or OT (DLOAN11P's register); spaces take PL.
002340           15  CD56I-PRODUCT             PIC X(2).
002400       10  CD56O-DATA.
002500           15  CD56O-PRINCIPAL           PIC S9(7)V99 COMP-3.
002600           15  CD56O-RATE                PIC S9(3)V999 COMP-3.
      *        handed back so the screen can show why a funding was
      *        refused or referred.
002910           15  CD56O-DSR-PCT             PIC S9(3)V99 COMP-3.
      *        The BNKLNAPP application the origination ran under.
002920           15  CD56O-APP-NO              PIC 9(9).
003000           15  CD56O-QUOTE-COUNT         PIC S9(4) COMP.
003100           15  CD56O-QUOTE-ENTRY         OCCURS 20 TIMES.
003200               20  CD56O-Q-TS            PIC X(26).
