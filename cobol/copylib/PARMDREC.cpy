      **  PARMDREC  -  PARAMETER DICTIONARY ENTRY                      *
      **                                                               *
      **  ONE ROW PER TUNABLE A SUITE PROGRAM ACCEPTS, MAINTAINED ON   *
      **  DD PARMDCT BY THE DATA LIBRARY - THE PROGRAM AND PARAMETER   *
      **  NAME, WHETHER THE VALUE MUST BE NUMERIC OR IS FREE TEXT, THE *
      **  INCLUSIVE NUMERIC RANGE WHEN IT IS NUMERIC, AND WHETHER THE  *
      **  NIGHT MAY OPEN WITHOUT IT.  PARMVAL JUDGES THE DD PARMLIB    *
      **  VALUES (PARMLREC.cpy) AGAINST THESE ROWS FOR EVERY PROGRAM   *
      **  ON THE NIGHT'S SCHEDULE, AND PARMMNT EDITS EVERY LIBRARY     *
      **  MAINTENANCE TRANSACTION AGAINST THEM BEFORE IT IS APPLIED.   *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (PRD-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  PARM-DICTIONARY-RECORD.
