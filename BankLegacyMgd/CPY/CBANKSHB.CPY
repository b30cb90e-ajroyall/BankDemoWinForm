000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSHB.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the hash-chain findings table -    *
001010* one row per problem the nightly DHASH02P walk found in an     *
001020* evidence table's chain.  HBK_KIND 'G' a gap (a link missing - *
001030* a row deleted), 'A' an altered row (its content no longer     *
001040* hashes to the value stored on it), 'B' a break (links out of  *
001050* order or duplicated, or the chain no longer ends where the    *
001060* BNKHCTL control row says it does).  Each run replaces the     *
001070* table's rows; HBK_STATUS 'O' open findings show on the B93    *
001080* operations dashboard until the chain walks clean again.       *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKHBRK TABLE
     (
     HBK_RUN_TS                     TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     HBK_TABLE                      CHAR (8)
                                    NOT NULL,
     HBK_SEQ                        DECIMAL (11)
                                    NOT NULL,
     HBK_KIND                       CHAR (1)
                                    NOT NULL,
     HBK_DETAIL                     CHAR (60)
                                    NOT NULL WITH DEFAULT,
     HBK_STATUS                     CHAR (1)
                                    NOT NULL
     )
     END-EXEC.
