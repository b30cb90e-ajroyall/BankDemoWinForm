001040* is abended, queues the operations alert through BNKMAILQ.    *
001050* Both calls commit their own write so the log survives         *
001060* whatever happens to the run itself.                           *
001070* A job that writes a report names its file (and the report's   *
001080* class) on the 'E' call and the report is kept in the report   *
001090* repository (DRPTS01P) under the run.                          *
001100*****************************************************************
001300   01  CD37-DATA.
001400       10  CD37I-DATA.
002400               88  CD37I-ENDED-OK        VALUE "C".
002500               88  CD37I-ABENDED         VALUE "A".
002600       10  CD37IO-START-TS               PIC X(26).
      *    'E' - the report files the run wrote, spaces for none.
      *    Class G general, C confidential, R restricted; keep
      *    S short, M medium, L long (BNKPARM RPTKEEPx days).
002700       10  CD37I-REPORT                  OCCURS 2 TIMES.
002800           15  CD37I-REPORT-FILE         PIC X(75).
002900           15  CD37I-REPORT-CLASS        PIC X(1).
003000           15  CD37I-REPORT-KEEP         PIC X(1).
