001200*****************************************************************  
001300* Program:     DBANK99P.CBL                                     *  
001400* Function:    Disconnect from ODBC DB                          *  
      *              Work still open on the posting journal when the  *
      *              session disconnects - the screens that post      *
      *              without an explicit commit - is closed with a    *
      *              disconnect marker.                               *
001600*****************************************************************  
001700                                                                   
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.
002000     DBANK99P.

       DATA DIVISION.

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
           MOVE 'DBANK99P' TO JRNL01I-PROGRAM.
           SET JRNL01I-DISCONNECT TO TRUE.

           CALL 'DJRNL01P' USING BY REFERENCE JRNL01-DATA
                                 BY REFERENCE WS-JRNL-ERRMSG
                                 BY REFERENCE WS-JRNL-GOODMSG.

           IF WS-JRNL-ERRMSG NOT = SPACES
               DISPLAY 'DBANK99P - ' WS-JRNL-ERRMSG
           END-IF.

           GOBACK.
010800                                                                   
