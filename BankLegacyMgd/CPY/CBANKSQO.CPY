000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSQO.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the cheque-book order table - one  *
001010* row per book ordered from the cheque printer on B57.  Status  *
001020* 'N' new until DCHQO01P writes it to the vendor order file     *
001030* and reserves the number range ('S' sent - CQO_START_NO set),  *
001040* then 'D' dispatched once DCHQO02P reads the vendor's          *
001050* confirmation and registers the block on BNKCHQ.  'C' is a     *
001060* new order cancelled before it was sent.                       *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKCHQORD TABLE
     (
     CQO_ORDER_NO                   DECIMAL (6,0)
                                    NOT NULL,
     CQO_ACCNO                      CHAR (9)
                                    NOT NULL,
     CQO_BOOK_SIZE                  DECIMAL (3,0)
                                    NOT NULL,
     CQO_STATUS                     CHAR (1)
                                    NOT NULL,
     CQO_START_NO                   DECIMAL (6,0)
                                    NOT NULL WITH DEFAULT,
     CQO_ADDR1                      CHAR (25)
                                    NOT NULL,
     CQO_ADDR2                      CHAR (25)
                                    NOT NULL WITH DEFAULT,
     CQO_STATE                      CHAR (2)
                                    NOT NULL WITH DEFAULT,
     CQO_POST_CODE                  CHAR (6)
                                    NOT NULL WITH DEFAULT,
     CQO_PERSONAL                   CHAR (30)
                                    NOT NULL WITH DEFAULT,
     CQO_ORDERED_DTE                CHAR (10)
                                    NOT NULL,
     CQO_ORDERED_BY                 CHAR (5)
                                    NOT NULL,
     CQO_SENT_DTE                   CHAR (10)
                                    NOT NULL WITH DEFAULT,
     CQO_DISPATCH_DTE               CHAR (10)
                                    NOT NULL WITH DEFAULT,
     CQO_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
