001030* window: note counts per denomination plus loose coin by       *
001040* value.  The amount column is always the sum the              *
001050* denominations prove - DVLT01P refuses a movement whose        *
001060* breakdown does not add up.  VMV_CURRENCY is blank for local  *
001070* cash, or the code of the foreign notes moved - those carry   *
001080* a breakdown only when the window counted one.                 *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKVMOVE TABLE
     (
                                    NOT NULL WITH DEFAULT,
     VMV_COIN                       DECIMAL (7,2)
                                    NOT NULL WITH DEFAULT,
     VMV_CURRENCY                   CHAR (3)
                                    NOT NULL WITH DEFAULT,
     VMV_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
