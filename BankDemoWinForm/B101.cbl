       procedure division using by value inUser.
           MOVE inUser to currentUser
           set toolStripStatusLabel1::Text to
               "Signers - J joint (no cap), S capped signer, V view-only, G guardian of a minor"
       end method.

       method-id B101_Load final private.
