001795        BAT_DAYCOUNT                   CHAR (1)
                                             NOT NULL
                                             WITH DEFAULT,
              BAT_PLAN                       CHAR (1)
                                             NOT NULL
                                             WITH DEFAULT,
              BAT_ADULT_TYPE                 CHAR (1)
                                             NOT NULL
                                             WITH DEFAULT,
001800        BAT_FILLER                     CHAR (61)
001900                                       NOT NULL
002000     )
