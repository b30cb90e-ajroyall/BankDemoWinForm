                                    NOT NULL WITH DEFAULT,
     XAP_EXT_ACC                    CHAR (17)
                                    NOT NULL WITH DEFAULT,
     XAP_BILLER                     CHAR (8)
                                    NOT NULL WITH DEFAULT,
     XAP_BILL_REF                   CHAR (20)
                                    NOT NULL WITH DEFAULT,
     XAP_STATUS                     CHAR (1)
                                    NOT NULL,
     XAP_SUPERVISOR                 CHAR (5)
     XAP_REASON                     CHAR (30)
                                    NOT NULL WITH DEFAULT,
     XAP_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT,
     XAP_DECIDED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
