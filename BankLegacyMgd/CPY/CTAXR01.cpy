000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CTAXR01.cpy                                                  *
000900*---------------------------------------------------------------*
001000* Data areas passed to DTAXR01P - FATCA/CRS tax residency for   *
001010* one customer.  'Q' returns the self-certification held on     *
001020* BNKTAXC, the foreign indicia last found on the customer and   *
001030* the certified residencies from BNKTAXR.  'C' records a new   *
001040* self-certification - the residencies given replace whatever  *
001050* was held and the certificate becomes valid from today.  'P'  *
001060* notes that one has been asked for (account opening without   *
001070* one) and leaves a valid certificate alone.  Used by DBANK14P  *
001080* and the Tax Residency screen.                                 *
001100*****************************************************************
001300   01  TAXR01-DATA.
001400       10  TAXR01I-DATA.
001500           15  TAXR01I-FUNCTION          PIC X(1).
001600               88  TAXR01I-QUERY         VALUE 'Q'.
001700               88  TAXR01I-CERTIFY       VALUE 'C'.
001800               88  TAXR01I-REQUEST       VALUE 'P'.
001900           15  TAXR01I-USERID            PIC X(5).
002000           15  TAXR01I-PID               PIC X(5).
      *          Residencies for 'C' - a blank country ends the list.
      *          Each needs a TIN or a no-TIN reason ('A' country does
      *          not issue, 'B' not yet issued, 'C' not required).
002100           15  TAXR01I-RES-ENTRY         OCCURS 5 TIMES.
002200               20  TAXR01I-COUNTRY       PIC X(3).
002300               20  TAXR01I-TIN           PIC X(20).
002400               20  TAXR01I-NO-TIN        PIC X(1).
002500       10  TAXR01O-DATA.
002600           15  TAXR01O-CERT-DATE         PIC X(10).
002700           15  TAXR01O-CERT-STATUS       PIC X(1).
002800               88  TAXR01O-CERT-VALID    VALUE 'V'.
002900               88  TAXR01O-CERT-PENDING  VALUE 'P'.
003000               88  TAXR01O-CERT-INVALID  VALUE 'X'.
003100           15  TAXR01O-INDICIA           PIC X(3).
003200           15  TAXR01O-INDICIA-DATE      PIC X(10).
003300           15  TAXR01O-RES-COUNT         PIC S9(4) COMP.
003400           15  TAXR01O-RES-ENTRY         OCCURS 5 TIMES.
003500               20  TAXR01O-COUNTRY       PIC X(3).
003600               20  TAXR01O-TIN           PIC X(20).
003700               20  TAXR01O-NO-TIN        PIC X(1).
