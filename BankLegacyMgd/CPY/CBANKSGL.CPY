000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSGL.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the internal GL balance store -    *
001010* one row per GL account, the running balance (debit positive)  *
001020* the bank holds itself, built up from each night's released    *
001030* DBANK39P extract.  GLB_LAST_MOVE is the net the last run of   *
001040* GLB_LAST_DATE added, so a rerun of the same day backs it out  *
001050* first and never doubles the day up.  GLB_TAKEN_ON is 'N'      *
001060* until DGLPF02P's proof first takes the account on at its      *
001070* subledger figure; from then on only the extract moves it.     *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKGLBAL TABLE
     (
     GLB_GL_ACCOUNT                 DECIMAL (5, 0)
                                    NOT NULL,
     GLB_BALANCE                    DECIMAL (13,2)
                                    NOT NULL,
     GLB_LAST_DATE                  CHAR (10)
                                    NOT NULL,
     GLB_LAST_MOVE                  DECIMAL (13,2)
                                    NOT NULL,
     GLB_TAKEN_ON                   CHAR (1)
                                    NOT NULL,
     GLB_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     GLB_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
