000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSGP.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the connected-party group table -  *
001010* one row per group of borrowers credit risk treats as a single *
001020* exposure, kept through DCPTY01P.  The members, and why each   *
001030* was grouped, are on BNKCPMBR (CBANKSGB.CPY).  Status 'A'      *
001040* active, 'C' closed.  DCPTY02P reports each active group's     *
001050* exposure against the large-exposure limit monthly.           *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKCPGRP TABLE
     (
     CPG_GROUP_ID                   DECIMAL (5)
                                    NOT NULL,
     CPG_NAME                       CHAR (30)
                                    NOT NULL,
     CPG_STATUS                     CHAR (1)
                                    NOT NULL,
     CPG_CREATED_BY                 CHAR (5)
                                    NOT NULL,
     CPG_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     CPG_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
