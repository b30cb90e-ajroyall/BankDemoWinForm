001200*****************************************************************
001300* Program:     DBANK18P.CBL                                     *
001400* Function:    Roll back the current unit of work                *
      *              and close it on the posting journal with a       *
      *              rollback marker, so its entries are never        *
      *              replayed.                                        *
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
           MOVE 'DBANK18P' TO JRNL01I-PROGRAM.
           SET JRNL01I-ROLLBACK TO TRUE.

           CALL 'DJRNL01P' USING BY REFERENCE JRNL01-DATA
                                 BY REFERENCE WS-JRNL-ERRMSG
                                 BY REFERENCE WS-JRNL-GOODMSG.

           IF WS-JRNL-ERRMSG NOT = SPACES
               DISPLAY 'DBANK18P - ' WS-JRNL-ERRMSG
           END-IF.

           GOBACK.
