001300     03  DCL-LHD-TYPE                     PIC X(1).
001400         88  DCL-LHD-ON-ACCOUNT           VALUE 'A'.
001500         88  DCL-LHD-ON-CUSTOMER          VALUE 'C'.
001510         88  DCL-LHD-ON-REPORTS           VALUE 'R'.
001600     03  DCL-LHD-KEY                      PIC X(9).
001700     03  DCL-LHD-REASON                   PIC X(30).
001800     03  DCL-LHD-STATUS                   PIC X(1).
