              BCS_DOD                        CHAR (10)
                                             NOT NULL
                                             WITH DEFAULT,
              BCS_EMPLOYEE                   CHAR (1)
                                             NOT NULL
                                             WITH DEFAULT,
              BCS_ADDR_STATUS                CHAR (1)
                                             NOT NULL
                                             WITH DEFAULT,
              BCS_DOB                        CHAR (10)
                                             NOT NULL
                                             WITH DEFAULT,
005000        BCS_FILLER                     CHAR (12)
005100                                       NOT NULL
005200                                       WITH DEFAULT
