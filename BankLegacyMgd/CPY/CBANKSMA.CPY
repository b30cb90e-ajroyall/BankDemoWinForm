     MAD_BEFORE                     CHAR (75)
                                    NOT NULL WITH DEFAULT,
     MAD_AFTER                      CHAR (75)
                                    NOT NULL WITH DEFAULT,
     MAD_CHAIN_SEQ                  DECIMAL (11)
                                    NOT NULL WITH DEFAULT,
     MAD_CHAIN_HASH                 CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
