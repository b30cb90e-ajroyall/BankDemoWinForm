001000* Data areas passed to DSMSG01P - statement message             *
001010* maintenance behind the B88 screen.  'L' lists the active      *
001020* messages, 'A' adds one under the next id, 'D' retires one.    *
001030* Purpose 'S' is a service message, 'M' (the default) a         *
001040* promotional one subject to marketing consent.                 *
001100*****************************************************************
001300   01  SMSG01-DATA.
001400       10  SMSG01I-DATA.
002400           15  SMSG01I-BRANCH            PIC X(3).
002500           15  SMSG01I-TIER              PIC X(1).
002600           15  SMSG01I-ACCTYPE           PIC X(1).
002650           15  SMSG01I-PURPOSE           PIC X(1).
002700       10  SMSG01O-DATA.
002800           15  SMSG01O-MSG-COUNT         PIC S9(4) COMP.
002900           15  SMSG01O-NEW-ID            PIC S9(5) COMP-3.
003500               20  SMSG01O-BRANCH        PIC X(3).
003600               20  SMSG01O-TIER          PIC X(1).
003700               20  SMSG01O-ACCTYPE       PIC X(1).
003800               20  SMSG01O-PURPOSE       PIC X(1).
