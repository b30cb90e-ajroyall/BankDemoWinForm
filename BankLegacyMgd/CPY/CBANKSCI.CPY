001010* evidence and narrative under one BNKCASE case number.  Item   *
001020* types: 'T' a BNKTXN row (the reference is its timestamp),     *
001030* 'W' a BNKWHIT hit, 'S' a BNKSTRC structuring finding, 'F' a   *
001040* fraud-rule hold, 'H' a BNKHOLD deposit hold (the reference is *
      * its creation timestamp), 'E' a timeline event from the        *
      * takeover watch (the reference is the event's own timestamp),  *
      * 'N' a narrative note.  Items are only ever added - the trail  *
001050* never loses a line.                                           *
001100*****************************************************************
     EXEC SQL DECLARE USERID.BNKCASEI TABLE
     (
