000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSCH.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the alert channel preference       *
001010* table - one row per customer per alert type saying how it     *
001020* reaches them: 'E' e-mail, 'S' text to the verified mobile,    *
001030* 'B' both.  The types are the BNKALRT rule types (L, H, C, D,  *
001040* S) plus X the large-transfer warning, O one-time codes and N  *
001050* every other service notice.  No row is the house default -    *
001060* one-time codes by text once a mobile is verified, the rest by *
001070* e-mail.  DBANK20P reads it; DSMSP01P maintains it.            *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKCHPF TABLE
     (
     CHP_PID                        CHAR (5)
                                    NOT NULL,
     CHP_TYPE                       CHAR (1)
                                    NOT NULL,
     CHP_CHANNEL                    CHAR (1)
                                    NOT NULL,
     CHP_UPDATED_BY                 CHAR (5)
                                    NOT NULL,
     CHP_UPDATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     CHP_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
