000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSNX.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the nostro exception table - the   *
001010* worklist of items DNOST02P could not pair.  NSX_SIDE S is a   *
001020* statement entry with no wire in the book (keyed by statement  *
001030* date and line), B a wire in the book the correspondent has    *
001040* not shown (keyed by WIR_REF).  NSX_DC is the nostro side, D   *
001050* out, C in.  NSX_STATUS: O open, C cleared when a later        *
001060* statement matched it, D dispositioned with the officer's      *
001070* note, P a statement entry posted to the book.  The back       *
001080* office works the open rows on the B134 screen through         *
001090* DNOST01P; age runs from NSX_CREATED_TS.                       *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKNOSEX TABLE
     (
     NSX_SIDE                       CHAR (1)
                                    NOT NULL,
     NSX_REF                        CHAR (21)
                                    NOT NULL WITH DEFAULT,
     NSX_STMT_DATE                  CHAR (10)
                                    NOT NULL,
     NSX_SEQ                        DECIMAL (5)
                                    NOT NULL WITH DEFAULT,
     NSX_DC                         CHAR (1)
                                    NOT NULL,
     NSX_AMOUNT                     DECIMAL (11,2)
                                    NOT NULL,
     NSX_VALUE_DATE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     NSX_REASON                     CHAR (30)
                                    NOT NULL WITH DEFAULT,
     NSX_STATUS                     CHAR (1)
                                    NOT NULL,
     NSX_DISPOSITION                CHAR (30)
                                    NOT NULL WITH DEFAULT,
     NSX_OFFICER                    CHAR (5)
                                    NOT NULL WITH DEFAULT,
     NSX_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     NSX_RESOLVED_TS                TIMESTAMP,
     NSX_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
