001040* B93 operations dashboard and the DQMON02P monitor batch both  *
001050* read the same picture, so what the screen shows is exactly    *
001060* what the batch alerts on.  WORKED-ON names the screen that    *
001070* drills into each queue.  Seven queues, the last of them the   *
001080* open hash-chain findings on BNKHBRK.                          *
001100*****************************************************************
001300   01  QMON01-DATA.
001400       10  QMON01I-DATA.
001700       10  QMON01O-DATA.
001800           15  QMON01O-QUEUE-COUNT       PIC S9(4) COMP.
001900           15  QMON01O-WARN-COUNT        PIC S9(4) COMP.
002000           15  QMON01O-QUEUE-ENTRY       OCCURS 7 TIMES.
002100               20  QMON01O-QUEUE         PIC X(8).
002200               20  QMON01O-DEPTH         PIC S9(7) COMP-3.
002300               20  QMON01O-OLDEST-TS     PIC X(26).
