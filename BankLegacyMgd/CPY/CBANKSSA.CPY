     SAD_NEW_VALUE                  CHAR (10)
                                    NOT NULL WITH DEFAULT,
     SAD_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT,
     SAD_CHAIN_SEQ                  DECIMAL (11)
                                    NOT NULL WITH DEFAULT,
     SAD_CHAIN_HASH                 CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
