      **                                                               *
      **  ONE ROW PER TUNABLE VALUE A SUITE PROGRAM READS, KEYED BY    *
      **  PROGRAM NAME AND PARAMETER NAME, MAINTAINED ON DD PARMLIB.   *
      **  THE THRESHOLDS AND MODES THAT USED TO LIVE IN EACH PROGRAM'S *
      **  PRIVATE PARM CARD (FIRTOUT'S TOLERANCE, USGREGEO'S CONFGRADE *
      **  CUT, MRECMTCH'S MATCHMODE, RTEAGING'S HOURS, USGPILE'S       *
      **  PILE-UP THRESHOLD) BELONG HERE SO THE PARMVAL PRE-RUN PASS   *
      **  CAN PROVE EVERY VALUE AGAINST THE PARAMETER DICTIONARY       *
      **  (PARMDREC.cpy) BEFORE THE WINDOW OPENS, INSTEAD OF A         *
      **  MISTYPED CARD SURFACING AS A 2AM ABEND.  EACH NAMED PROGRAM  *
      **  READS ITS OWN ROW FROM DD PARMLIB FIRST AND FALLS BACK TO    *
      **  ITS PRIVATE CARD ONLY WHEN THE LIBRARY HAS NO ROW - THE      *
      **  VALIDATED VALUE IS THE VALUE THE RUN USES.  A ROW IS IN      *
      **  FORCE FROM PRM-EFF-DATE THROUGH PRM-END-DATE (CCYYMMDD, BOTH *
      **  INCLUSIVE; AN END OF ZEROS OR ALL NINES MEANS STILL OPEN),   *
      **  SO ONE KEY CAN CARRY ITS CLOSED HISTORY AND A VALUE          *
      **  SCHEDULED AHEAD OF ITS DATE; READERS SKIP ANY ROW NOT IN     *
      **  FORCE ON THE RUN DATE.  ROWS KEYED BEFORE THE WINDOWS        *
      **  EXISTED READ BACK WITH BLANK DATES AND ARE TAKEN AS ALWAYS   *
      **  IN FORCE.  THE LIBRARY IS MAINTAINED BY PARMMNT, WHICH       *
      **  WRITES THE BEFORE/AFTER HISTORY (PARMHREC.cpy).  FIELDS TAKE *
      **  THE SAME SHORT RECORD-NAME PREFIX (PRM-) THAT GVBRH.CPY USES *
      **  FOR ITS OWN FIELDS.                                          *
      **                                                               *
      ******************************************************************
       01  PARM-LIBRARY-RECORD.
           05  PRM-PROGRAM                 PIC X(08).
           05  PRM-PARM-NAME               PIC X(12).
           05  PRM-PARM-VALUE              PIC X(20).
           05  PRM-EFF-DATE                PIC 9(08).
           05  PRM-END-DATE                PIC 9(08).
