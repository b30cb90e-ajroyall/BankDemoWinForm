001010* management behind the B97 screen.  'L' lists open cases;     *
001020* 'O' opens one against a customer; 'I' lists the selected     *
001030* case's items newest-last; 'A' attaches an evidence item      *
001040* (type T/W/S/F/H/E with its reference); 'N' adds a narrative  *
001050* line; 'F' closes filed - the SAR document is written at      *
001060* that moment - and 'D' closes dismissed, both with the        *
001070* decision text.                                               *
