001060* the BNKPARM policy band verdict (ORDER CASH below VAULTMIN,   *
001070* SHIP CASH above VAULTMAX); 'P' proves and closes the day -    *
001080* opening plus movements against the counted close.             *
001090* A foreign VLT01I-CURRENCY works the vault's notes in that     *
001095* currency - a position DFXBR01P keeps, no policy band.         *
001100*****************************************************************
001300   01  VLT01-DATA.
001400       10  VLT01I-DATA.
003100           15  VLT01I-C10                PIC S9(5) COMP-3.
003200           15  VLT01I-C5                 PIC S9(5) COMP-3.
003300           15  VLT01I-COIN               PIC S9(5)V99 COMP-3.
003310           15  VLT01I-CURRENCY           PIC X(3).
003400       10  VLT01O-DATA.
003500           15  VLT01O-OPEN-AMT           PIC S9(7)V99 COMP-3.
003600           15  VLT01O-MOVEMENT-TOT       PIC S9(7)V99 COMP-3.
