           BCA_NEW_EMAIL                  CHAR (30)
                                          NOT NULL WITH DEFAULT,
           BCA_FILLER                     CHAR (20)
                                          NOT NULL WITH DEFAULT,
           BCA_CHAIN_SEQ                  DECIMAL (11)
                                          NOT NULL WITH DEFAULT,
           BCA_CHAIN_HASH                 CHAR (20)
                                          NOT NULL WITH DEFAULT
001300     )
           END-EXEC.
