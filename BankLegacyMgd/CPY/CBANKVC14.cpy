001860       15  CD14I-TERM-MONTHS             PIC S9(3) COMP-3.
001870       15  CD14I-ROLLOVER                PIC X(1).
001880       15  CD14I-PAYOUT-ACC              PIC X(9).
      *      Tax residency declared at opening - DBANK14P records
      *      it as the customer's self-certification through DTAXR01P
      *      (a TIN, or a no-TIN reason A/B/C for a foreign country).
      *      Left blank, a self-certification is noted as requested.
001890       15  CD14I-TAX-COUNTRY             PIC X(3).
001891       15  CD14I-TAX-TIN                 PIC X(20).
001892       15  CD14I-TAX-NO-TIN              PIC X(1).
      *      A customer with no valid identity document on file is
      *      only opened for on a supervisor's override - the first
      *      call names the supervisor and sends them a code, the
      *      second carries the code back (DIDOC01P).
001893       15  CD14I-KYC-SUPERVISOR          PIC X(5).
001894       15  CD14I-KYC-CODE                PIC X(6).
001900     10  CD14O-DATA.
002000       15  CD14O-ACCNO                   PIC X(9).
002100       15  CD14O-STATUS                  PIC X(1).
002200           88  CD14O-OPENED-OK           VALUE "Y".
002300       15  CD14O-KYC-STEPUP-SW           PIC X(1).
002400           88  CD14O-KYC-STEPUP-SENT     VALUE "Y".
