000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSRM.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the returned-mail register - one   *
001010* row per paper item that came back undelivered, keyed by the   *
001020* mail room (M) or loaded off the print vendor's return file    *
001030* (V) through DRMAL01P.  The address it was sent to rides on    *
001040* the row; an address change through DBANK02P clears the       *
001050* customer's outstanding rows ('O' to 'C') and the register     *
001060* keeps the history as lost-customer evidence for DBANK71P.     *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKRMAIL TABLE
     (
     RML_PID                        CHAR (5)
                                    NOT NULL,
     RML_RECEIVED_TS                TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     RML_RETURN_DTE                 DATE
                                    NOT NULL,
     RML_ITEM                       CHAR (20)
                                    NOT NULL WITH DEFAULT,
     RML_REASON                     CHAR (2)
                                    NOT NULL,
     RML_SOURCE                     CHAR (1)
                                    NOT NULL,
     RML_ADDR1                      CHAR (25)
                                    NOT NULL WITH DEFAULT,
     RML_POST_CODE                  CHAR (6)
                                    NOT NULL WITH DEFAULT,
     RML_USERID                     CHAR (5)
                                    NOT NULL,
     RML_STATUS                     CHAR (1)
                                    NOT NULL,
     RML_CLEARED_TS                 TIMESTAMP,
     RML_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
