001200*****************************************************************
001300* Program:     DBANK17P.CBL                                     *
001400* Function:    Commit the current unit of work                   *
      *              and close it on the posting journal - a commit   *
      *              marker, or a rollback marker if the commit       *
      *              itself failed.                                   *
001600*****************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
           COPY SQLCA.

      * The posting journal's end-of-unit-of-work marker
           COPY CJRNL01.
       01  WS-JRNL-ERRMSG      PIC X(65).
       01  WS-JRNL-GOODMSG     PIC X(65).

       LINKAGE SECTION.
       01  DB-STATUS           PIC X(1).

               MOVE "Y" TO DB-STATUS
           END-IF.

           MOVE SPACES TO JRNL01-DATA.
           MOVE 'DBANK17P' TO JRNL01I-PROGRAM.
           IF DB-STATUS = "Y"
               SET JRNL01I-COMMIT TO TRUE
           ELSE
               SET JRNL01I-ROLLBACK TO TRUE
           END-IF.

           CALL 'DJRNL01P' USING BY REFERENCE JRNL01-DATA
                                 BY REFERENCE WS-JRNL-ERRMSG
                                 BY REFERENCE WS-JRNL-GOODMSG.

           IF WS-JRNL-ERRMSG NOT = SPACES
               DISPLAY 'DBANK17P - ' WS-JRNL-ERRMSG
           END-IF.

           GOBACK.
