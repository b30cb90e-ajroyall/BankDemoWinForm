001030* cash leg as a null-account ledger entry under the teller's    *
001040* id, drawer movement accumulated); 'C' closes the drawer with  *
001050* the counted cash and hands back the variance; 'Q' inquires.   *
001060* A foreign CD55I-CURRENCY opens, closes or inquires the        *
001070* teller's notes in that currency through DFXBR01P instead.     *
001080* 'K' is counter cash for a bank product with no account leg -  *
001090* a draft bought for cash, say - signed, the caller booking the *
001095* other side itself.                                            *
001100*****************************************************************
001300   01  CD55-DATA.
001400       10  CD55I-DATA.
001800               88  CD55I-WITHDRAW        VALUE "W".
001900               88  CD55I-CLOSE           VALUE "C".
002000               88  CD55I-INQUIRE         VALUE "Q".
                     88  CD55I-COUNTER-CASH    VALUE "K".
002100           15  CD55I-TELLER              PIC X(5).
002200           15  CD55I-ACCNO               PIC X(9).
002300           15  CD55I-AMOUNT              PIC S9(7)V99 COMP-3.
      *        gate that queued it.
                 15  CD55I-APPROVED            PIC X(1).
                     88  CD55I-SUPERVISOR-OK   VALUE 'Y'.
      *        Blank (or USD) for the local cash drawer; a foreign
      *        currency code for the teller's notes in that currency.
                 15  CD55I-CURRENCY            PIC X(3).
      *        'K' only - the category and description the drawer's
      *        null-account ledger row carries.
                 15  CD55I-CASH-CATEGORY       PIC X(1).
                 15  CD55I-CASH-DESC           PIC X(30).
002400       10  CD55O-DATA.
002500           15  CD55O-STATUS              PIC X(1).
002600           15  CD55O-OPEN-AMT            PIC S9(7)V99 COMP-3.
