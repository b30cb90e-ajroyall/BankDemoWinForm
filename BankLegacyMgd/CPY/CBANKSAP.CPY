     ATP_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     ATP_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT,
     ATP_DECIDED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
