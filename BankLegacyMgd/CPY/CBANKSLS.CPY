                                    NOT NULL,
     LNS_BALANCE                    DECIMAL (9,2)
                                    NOT NULL,
     LNS_STATUS                     CHAR (1)
                                    NOT NULL WITH DEFAULT,
     LNS_INT_PAID                   DECIMAL (8,2)
                                    NOT NULL WITH DEFAULT,
     LNS_PRIN_PAID                  DECIMAL (8,2)
                                    NOT NULL WITH DEFAULT,
     LNS_PAID_DATE                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     LNS_FILLER                     CHAR (10)
                                    NOT NULL WITH DEFAULT
     )
