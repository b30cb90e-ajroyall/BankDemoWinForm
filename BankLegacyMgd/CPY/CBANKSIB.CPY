000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSIB.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the inter-branch due-to/due-from   *
001010* entries.  A posting that moves value between two branches'   *
001020* books writes one row on each: the branch the value leaves     *
001030* carries a due-to (T) the other branch, the branch it arrives  *
001040* at a due-from (F) the first - same amount, same timestamp.    *
001050* DIBRN01P writes them in the posting's unit of work; the GL    *
001060* extract (DBANK39P) books them by branch and the nightly       *
001070* settlement (DIBRN02P) nets each branch pair and stamps the    *
001080* rows settled once the pair agrees.                            *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKIBDUE TABLE
     (
     IBD_TIMESTAMP                  TIMESTAMP
                                    NOT NULL,
     IBD_BRANCH                     CHAR (3)
                                    NOT NULL,
     IBD_SIDE                       CHAR (1)
                                    NOT NULL,
     IBD_OTHER_BRANCH               CHAR (3)
                                    NOT NULL,
     IBD_AMOUNT                     DECIMAL (9, 2)
                                    NOT NULL,
     IBD_SOURCE                     CHAR (1)
                                    NOT NULL,
     IBD_ACCNO                      CHAR (9)
                                    NOT NULL,
     IBD_REF                        CHAR (30)
                                    NOT NULL,
     IBD_USERID                     CHAR (5)
                                    NOT NULL,
     IBD_POST_DATE                  CHAR (10)
                                    NOT NULL,
     IBD_SETTLED_DATE               CHAR (10)
                                    NOT NULL
     )
     END-EXEC.
