     PAY_ACCNO                      CHAR (9)
                                    NOT NULL,
     PAY_LAST_USED                  TIMESTAMP,
     PAY_BILLER                     CHAR (8)
                                    NOT NULL WITH DEFAULT,
     PAY_BILL_REF                   CHAR (20)
                                    NOT NULL WITH DEFAULT,
     PAY_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
