001900*              language pair; 'D' retires one.  Every change    *
002000*              writes its before/after images to BNKMADT        *
002100*              through DBANK74P.                                *
002110*              A code starting '#' is the text-message wording  *
002120*              of the notice after it ('#XFERALERT' words the   *
002130*              large-transfer text) and is held to 60           *
002140*              characters, so with the figures the dispatcher   *
002150*              adds it goes as one 160-character message.       *
002200*              SQL version                                      *
002300*****************************************************************

               GO TO ADD-TEMPLATE-EXIT
           END-IF.

           IF NTPL01I-NOTICE(1:1) = '#' AND
              NTPL01I-TEXT(61:15) NOT = SPACES
               MOVE 'Text-message wording is limited to 60 characters'
                 TO BANK-ERRMSG
               GO TO ADD-TEMPLATE-EXIT
           END-IF.

           MOVE NTPL01I-NOTICE   TO DCL-NTM-NOTICE.
           MOVE NTPL01I-LANGUAGE TO DCL-NTM-LANGUAGE.
           MOVE NTPL01I-TEXT     TO DCL-NTM-TEXT.
