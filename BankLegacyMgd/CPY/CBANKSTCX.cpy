000100*****************************************************************
000200*  CBANKSTCX.cpy                                                *
000300*---------------------------------------------------------------*
000400* Host-variable copy of the BNKTAXC tax certification table     *
000500* declared in CBANKSTC.CPY - one DCL- item per column.          *
000600*****************************************************************
001200 01  DCLTAXC.
001300     03  DCL-TXC-PID                      PIC X(5).
      *    SPACES until a self-certification has been received.
001400     03  DCL-TXC-CERT-DATE                PIC X(10).
      *    SPACES - never asked (a row DTAXR02P opened for indicia).
001500     03  DCL-TXC-CERT-STATUS              PIC X(1).
001550         88  DCL-TXC-CERT-NONE            VALUE ' '.
001600         88  DCL-TXC-CERT-VALID           VALUE 'V'.
001700         88  DCL-TXC-CERT-PENDING         VALUE 'P'.
001800         88  DCL-TXC-CERT-INVALID         VALUE 'X'.
      *    One byte per indicium - 'A' address, 'T' telephone, 'S'
      *    standing order - SPACES in a position that was not found.
001900     03  DCL-TXC-INDICIA.
002000         05  DCL-TXC-IND-ADDRESS          PIC X(1).
002100         05  DCL-TXC-IND-PHONE            PIC X(1).
002200         05  DCL-TXC-IND-STORD            PIC X(1).
002300     03  DCL-TXC-INDICIA-DATE             PIC X(10).
002400     03  DCL-TXC-UPDATED-BY               PIC X(5).
002500     03  DCL-TXC-UPDATED-TS               PIC X(26).
002600     03  DCL-TXC-FILLER                   PIC X(20).
