001030* already scheduled on the customer's other loans, the          *
001040* computed debt-service ratio and the decision that let the     *
001050* funding through (including any supervisor override).          *
001060* The exposure flag keeps the large-exposure warning raised at  *
001070* origination - B over the group's limit, N near it.           *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKUNDW TABLE
     (
                                    NOT NULL,
     UND_OVERRIDE_SUP               CHAR (5)
                                    NOT NULL WITH DEFAULT,
     UND_EXPOSURE_FLAG              CHAR (1)
                                    NOT NULL WITH DEFAULT,
     UND_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     UND_FILLER                     CHAR (20)
