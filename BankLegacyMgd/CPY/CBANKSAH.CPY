001080* the BNKXAPPR queue), 'V' is view-only.  A zero limit on 'P'   *
001090* or 'J' means no cap - every row written before the signer     *
001095* classes existed behaves exactly as it always did.             *
001096* 'G' is the guardian of a minor's account - the signing       *
001097* authority while the owner is under age; it lapses at the      *
001098* owner's majority and DMINR02P removes it on conversion.       *
001100*****************************************************************
    EXEC SQL DECLARE USERID.BNKACCHLD TABLE
    (
