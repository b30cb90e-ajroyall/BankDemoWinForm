001000* Define SQL areas to access the Legal Hold table - litigation  *
001010* and dispute preservation.  A hold is keyed to one account     *
001020* (type 'A', LHD_KEY = BAC_ACCNO) or one customer (type 'C',    *
001030* LHD_KEY = BCS_PID).  Type 'R' (LHD_KEY = RPH_JOB) covers      *
001031* every report that batch job has in the report repository,     *
001032* which the DRPTS02P retention purge then leaves alone.  While  *
001033* a hold is active ('A') the DBANK51P archive run leaves every  *
001040* covered row where it is and reports what it skipped;          *
001050* releasing (status 'R') keeps the row with who released it     *
001060* and when, so the preservation history itself survives.        *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKLHOLD TABLE
     (
