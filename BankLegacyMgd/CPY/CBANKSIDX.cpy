000100*****************************************************************
000200*  CBANKSIDX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKIDDOC identity-document register *
000500* declared in CBANKSID.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLIDDOC.
001300     03  DCL-IDD-PID                      PIC X(5).
001400     03  DCL-IDD-SEQ                      PIC S9(3) COMP-3.
001500     03  DCL-IDD-DOC-TYPE                 PIC X(2).
001600         88  DCL-IDD-PASSPORT             VALUE 'PP'.
001700         88  DCL-IDD-NATIONAL-ID          VALUE 'NI'.
001800         88  DCL-IDD-DRIVING-LICENCE      VALUE 'DL'.
001900         88  DCL-IDD-RESIDENCE-PERMIT     VALUE 'RP'.
002000         88  DCL-IDD-OTHER                VALUE 'OT'.
002100         88  DCL-IDD-VALID-TYPE           VALUES 'PP' 'NI' 'DL'
002200                                                 'RP' 'OT'.
002300     03  DCL-IDD-DOC-NO                   PIC X(20).
002400     03  DCL-IDD-COUNTRY                  PIC X(3).
002500     03  DCL-IDD-ISSUE-DATE               PIC X(10).
002600     03  DCL-IDD-EXPIRY-DATE              PIC X(10).
002700     03  DCL-IDD-VERIFIED-BY              PIC X(5).
002800     03  DCL-IDD-VERIFIED-DATE            PIC X(10).
002900     03  DCL-IDD-METHOD                   PIC X(1).
003000         88  DCL-IDD-SEEN-ORIGINAL        VALUE 'O'.
003100         88  DCL-IDD-CERTIFIED-COPY       VALUE 'C'.
003200         88  DCL-IDD-ELECTRONIC           VALUE 'E'.
003300         88  DCL-IDD-VIDEO                VALUE 'V'.
003400         88  DCL-IDD-VALID-METHOD         VALUES 'O' 'C' 'E' 'V'.
003500     03  DCL-IDD-STATUS                   PIC X(1).
003600         88  DCL-IDD-ACTIVE               VALUE 'A'.
003700         88  DCL-IDD-SUPERSEDED           VALUE 'S'.
003800         88  DCL-IDD-WITHDRAWN            VALUE 'X'.
003900     03  DCL-IDD-REVERIFY                 PIC X(1).
004000         88  DCL-IDD-ON-QUEUE             VALUE 'Q'.
004100     03  DCL-IDD-QUEUED-DATE              PIC X(10).
004200     03  DCL-IDD-NOTIFIED-DATE            PIC X(10).
004300     03  DCL-IDD-RECORDED-TS              PIC X(26).
004400     03  DCL-IDD-UPDATED-BY               PIC X(5).
004500     03  DCL-IDD-UPDATED-TS               PIC X(26).
004600     03  DCL-IDD-FILLER                   PIC X(20).
