001030* appends its own rows for the moments that matter (a notice    *
001040* queued through the mail dispatcher, a dispute opened), so     *
001050* the Customer-360 shows the whole relationship newest-first.   *
001060* Categories: 'N' note, 'P' promise, 'D' dispute, 'S' system,  *
001070* 'C' complaint (written by DCMPL01P as the register moves).    *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKCLOG TABLE
     (
