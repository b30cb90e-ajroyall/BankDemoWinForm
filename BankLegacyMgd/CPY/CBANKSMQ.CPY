001000* Define SQL areas to access the Mail Queue table - one row per *
001010* large-transfer alert waiting for the mailer to send it, keyed *
001020* by the timestamp it was queued at.                            *
001030* MQ_CHANNEL says how the row goes out: blank or 'E' by e-mail  *
001040* to MQ_EMAIL, 'S' by text to MQ_MOBILE through the SMS         *
001050* gateway.  A text the gateway reports delivered is 'D'; one    *
001060* that failed for good is 'F' once an e-mail row has been       *
001070* queued in its place.  MQ_COST is what the gateway charged     *
001080* for the text, summed over its attempts.                       *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKMAILQ TABLE
     (
     MQ_ATTEMPTS                    DECIMAL (2)
                                    NOT NULL WITH DEFAULT,
     MQ_FILLER                      CHAR (30)
                                    NOT NULL WITH DEFAULT,
     MQ_CHANNEL                     CHAR (1)
                                    NOT NULL WITH DEFAULT,
     MQ_MOBILE                      CHAR (15)
                                    NOT NULL WITH DEFAULT,
     MQ_COST                        DECIMAL (7,4)
                                    NOT NULL WITH DEFAULT,
     MQ_RECEIPT_TS                  TIMESTAMP
     )
     END-EXEC.
