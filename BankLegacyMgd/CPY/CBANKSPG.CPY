000100*****************************************************************
000200*                                                               *
000300*  Copyright(C) 1998-2012 opentext. All Rights Reserved.        *
000400*                                                               *
000500*****************************************************************

000700*****************************************************************
000800*  CBANKSPG.CPY                                                 *
000900*---------------------------------------------------------------*
001000* Define SQL areas to access the personal-data destruction      *
001010* register - one row per customer and data class DPURG02P has   *
001020* purged, under the certificate of destruction for that run     *
001030* (PRG_CERT_NO 'CD' + run date).  It records when the           *
001040* relationship closed, when the class's retention expired, what *
001050* was done (A anonymised, D deleted) and how many rows.  A      *
001060* class on the register is never purged twice, and an          *
001070* anonymised hash-chained row carries its certificate number    *
001080* so DHASH02P can tell a certified destruction from tampering.  *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKPURGE TABLE
     (
     PRG_CERT_NO                    CHAR (10)
                                    NOT NULL,
     PRG_PID                        CHAR (5)
                                    NOT NULL,
     PRG_CLASS                      CHAR (8)
                                    NOT NULL,
     PRG_CLOSED_DATE                CHAR (10)
                                    NOT NULL,
     PRG_EXPIRY_DATE                CHAR (10)
                                    NOT NULL,
     PRG_ACTION                     CHAR (1)
                                    NOT NULL,
     PRG_ROWS                       DECIMAL (7)
                                    NOT NULL WITH DEFAULT,
     PRG_PURGED_TS                  TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     PRG_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
