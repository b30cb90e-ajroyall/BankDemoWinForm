001000* Define SQL areas to access the Customer Risk rating table -   *
001010* one row per BCS_PID, rebuilt by DRISK01P's month-end scoring  *
001020* run.  The computed-from inputs (90-day cash and wire volume,  *
001030* watchlist-hit count, relationship age, flagged beneficial     *
001035* owners) live on the row next to the score so a reviewer can   *
001040* see WHY the grade is what it is.  RSK_NEXT_REVIEW drives the  *
001050* periodic-review queue; a sign-off stamps who and when and     *
001060* schedules the next one.                                       *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKRISK TABLE
     (
                                    NOT NULL WITH DEFAULT,
     RSK_REL_MONTHS                 DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     RSK_BOWN_FLAGS                 DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     RSK_SCORED_DATE                CHAR (10)
                                    NOT NULL,
     RSK_NEXT_REVIEW                CHAR (10)
