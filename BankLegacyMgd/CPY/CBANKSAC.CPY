                                             NOT NULL
                                             WITH DEFAULT,
003080        BAC_CLOSED_BY                  CHAR (5),
              BAC_OPEN_DATE                  DATE,
              BAC_CLOSE_REASON               CHAR (1)
                                             NOT NULL
                                             WITH DEFAULT,
003100        BAC_FILLER                     CHAR (56)
003200                                       NOT NULL
003300                                       WITH DEFAULT
