           end-if
           MOVE tBoxSupervisor::Text TO CD56I-OVERRIDE-SUP

      *= The product the application is registered under (BNKLNAPP);
      *= left blank it is taken as a personal loan.
           MOVE tBoxProduct::Text TO CD56I-PRODUCT

           CALL "BBANK71P" using by reference CD56-DATA
                                 by reference BANK-ERRMSG
                                 by reference GOOD-ERRMSG
