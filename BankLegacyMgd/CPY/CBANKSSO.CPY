                                          NOT NULL WITH DEFAULT,
           STO_EXT_ACC                    CHAR (17)
                                          NOT NULL WITH DEFAULT,
           STO_BILLER                     CHAR (8)
                                          NOT NULL WITH DEFAULT,
           STO_BILL_REF                   CHAR (20)
                                          NOT NULL WITH DEFAULT,
           STO_FILLER                     CHAR (20)
                                          NOT NULL WITH DEFAULT
001300     )
