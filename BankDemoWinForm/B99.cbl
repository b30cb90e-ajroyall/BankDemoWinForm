
      *===================================================================================
      *= Fill the commarea from the boxes - shared by every action.
      *= A currency keyed works the vault's notes in that currency.
       method-id GatherInput final private.
       procedure division.
           MOVE SPACES TO VLT01-DATA BANK-ERRMSG GOOD-ERRMSG
           MOVE tBoxBranch::Text TO VLT01I-BRANCH
           MOVE tBoxTeller::Text TO VLT01I-TELLER
           MOVE tBoxDir::Text TO VLT01I-DIRECTION
           MOVE tBoxCcy::Text TO VLT01I-CURRENCY
           if tBoxAmount::Text > SPACES
               compute VLT01I-AMOUNT =
                   type System.Decimal::Parse(tBoxAmount::Text)
