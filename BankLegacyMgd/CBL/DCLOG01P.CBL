001500*              that used to live in individual tellers' heads.  *
001600*              'A' appends one categorised, timestamped note    *
001700*              ('N' note, 'P' promise, 'D' dispute, 'S'         *
001800*              system, 'C' complaint); 'L' lists a customer's   *
001900*              notes newest-first for the Customer-360.  The    *
002000*              dispatcher, the dispute opener and the           *
002100*              complaints register append their own 'S'/'D'/'C' *
002200*              rows, so the log fills itself for the moments    *
002300*              that matter.  Rows are never updated or deleted. *
002400*              SQL version                                      *
002500*****************************************************************

           MOVE CLOG01I-USERID TO DCL-CLG-USERID.

           IF CLOG01I-CATEGORY = 'P' OR CLOG01I-CATEGORY = 'D' OR
              CLOG01I-CATEGORY = 'S' OR CLOG01I-CATEGORY = 'C'
               MOVE CLOG01I-CATEGORY TO DCL-CLG-CATEGORY
           ELSE
               MOVE 'N' TO DCL-CLG-CATEGORY
