001030* into the nightly wire file by DBANK44P; inbound rows are      *
001040* recorded by DBANK45P's import, suspense-flagged when the      *
001050* credited BAC_ACCNO is unknown.                                *
001060* WIR_VALUE_DATE is the day the money moves on our nostro       *
001070* account (DBANK44P's sweep date out, the import date in);      *
001080* WIR_NOSTRO_DATE is the correspondent statement DNOST02P       *
001090* matched the wire to - blank until it is proved.               *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKWIRE TABLE
     (
     WIR_CREATED_TS                 TIMESTAMP
                                    NOT NULL WITH DEFAULT,
     WIR_FILLER                     CHAR (20)
                                    NOT NULL WITH DEFAULT,
     WIR_VALUE_DATE                 CHAR (10)
                                    NOT NULL WITH DEFAULT,
     WIR_NOSTRO_DATE                CHAR (10)
                                    NOT NULL WITH DEFAULT
     )
     END-EXEC.
