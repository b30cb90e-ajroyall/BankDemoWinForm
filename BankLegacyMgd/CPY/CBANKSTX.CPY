                                       WITH DEFAULT,
003800        BTX_FILLER                     CHAR (5)
003900                                       NOT NULL
004000                                       WITH DEFAULT,
              BTX_CHAIN_SEQ                  DECIMAL (11)
                                             NOT NULL
                                             WITH DEFAULT,
              BTX_CHAIN_HASH                 CHAR (20)
                                             NOT NULL
                                             WITH DEFAULT,
              BTX_USERID                     CHAR (5)
                                             NOT NULL
                                             WITH DEFAULT
004100     )
004200     END-EXEC.                                                     
