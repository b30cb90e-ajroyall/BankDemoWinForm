000900*---------------------------------------------------------------*
001000* Data areas passed to DLHLD01P - legal holds behind the B94    *
001010* screen.  'L' lists active holds; 'P' places one on an         *
001020* account ('A'), a customer ('C') or a batch job's stored       *
001025* reports ('R', key = the job name) with a mandatory reason;    *
001030* 'R' releases the selected hold.  Every action is audited to   *
001040* BNKMADT.  The DBANK51P archive run honours active holds and   *
001050* DLHLD02P is the standing report of what is being preserved.   *
002000           15  LHLD01I-TYPE              PIC X(1).
002100               88  LHLD01I-ON-ACCOUNT    VALUE 'A'.
002200               88  LHLD01I-ON-CUSTOMER   VALUE 'C'.
002210               88  LHLD01I-ON-REPORTS    VALUE 'R'.
002300           15  LHLD01I-KEY               PIC X(9).
002400           15  LHLD01I-REASON            PIC X(30).
002500       10  LHLD01O-DATA.
