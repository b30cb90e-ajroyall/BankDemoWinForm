                                          NOT NULL WITH DEFAULT,
           LGA_LOGOFF_TIMESTAMP           TIMESTAMP,
           LGA_FILLER                     CHAR (20)
                                          NOT NULL WITH DEFAULT,
           LGA_CHAIN_SEQ                  DECIMAL (11)
                                          NOT NULL WITH DEFAULT,
           LGA_CHAIN_HASH                 CHAR (20)
                                          NOT NULL WITH DEFAULT
001300     )
           END-EXEC.
