000100*****************************************************************
000200*  CBANKSDUX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKSODF segregation-of-duties       *
000500* finding table declared in CBANKSDU.CPY - one DCL- item per    *
000600* column.                                                       *
000700*****************************************************************
001200 01  DCLSODF.
      *    The month reviewed, YYYY-MM, and the finding's number in it.
001300     03  DCL-SOD-MONTH                    PIC X(7).
001400     03  DCL-SOD-SEQ                      PIC S9(5) COMP-3.
001500     03  DCL-SOD-KIND                     PIC X(4).
      *        Maker and checker of the same item.
001600         88  DCL-SOD-SELF                 VALUE 'SELF'.
      *        Maker of one item and checker of another on the same
      *        account (or account type).
001700         88  DCL-SOD-LINKED               VALUE 'LINK'.
      *        Two users who approve each other's items nearly always.
001800         88  DCL-SOD-PAIR                 VALUE 'PAIR'.
      *        Signed off faster than anyone could have looked.
001900         88  DCL-SOD-FAST                 VALUE 'FAST'.
      *        The BCS_ROLE held clashes with the duties performed.
002000         88  DCL-SOD-ROLE                 VALUE 'ROLE'.
      *    USER1 is the user the finding is about, USER2 the other
      *    party where there is one.
002100     03  DCL-SOD-USER1                    PIC X(5).
002200     03  DCL-SOD-USER2                    PIC X(5).
      *    XFER transfer approval, ATYP account type, SPRD rate spread,
      *    FEEW fee waiver, UNDW underwriting, ALL across the gates.
002300     03  DCL-SOD-GATE                     PIC X(4).
      *    The item - its timestamp, account or account type.
002400     03  DCL-SOD-ITEM                     PIC X(26).
002500     03  DCL-SOD-DETAIL                   PIC X(60).
002600     03  DCL-SOD-STATUS                   PIC X(1).
002700         88  DCL-SOD-OPEN                 VALUE 'O'.
002800         88  DCL-SOD-ATTESTED             VALUE 'A'.
002900     03  DCL-SOD-ATTEST-BY                PIC X(5).
003000     03  DCL-SOD-ATTEST-TS                PIC X(26).
003100     03  DCL-SOD-NOTE                     PIC X(60).
003200     03  DCL-SOD-CREATED-TS               PIC X(26).
003300     03  DCL-SOD-FILLER                   PIC X(20).
