      ******************************************************************
      **                                                              *
      **  COMSTREC  -  AGENT COMMISSION STATEMENT MERGE LINE           *
      **                                                               *
      **  THE MERGE DATA THE MAIL HOUSE PRINTS ON AN AGENT'S           *
      **  COMMISSION STATEMENT, WRITTEN BY FIRCOMM TO DD CMSLTR - ONE  *
      **  STATE LINE PER WRITING-MIS-STATE THE AGENT EARNED IN, THEN   *
      **  THE AGENT'S TOTAL LINE.  THE SAME STATEMENT GOES TO THE      *
      **  MAILING STREAM AS A MAILING-RECORD (MAILREC.cpy) ON DD       *
      **  CMSMAIL, IN THE SAME AGENT ORDER.  AMOUNTS CARRY A LEADING   *
      **  SEPARATE SIGN - A CLAWBACK CAN MAKE ONE NEGATIVE.  FIELDS    *
      **  TAKE THE SAME SHORT RECORD-NAME PREFIX (CSL-) THAT GVBRH.CPY *
      **  USES FOR ITS OWN FIELDS.                                     *
      **                                                               *
      ******************************************************************
       01  COMMISSION-STMT-RECORD.
           05  CSL-PERIOD-DATE             PIC 9(08).
           05  CSL-AGENT                   PIC X(04).
           05  CSL-AGENT-NAME              PIC X(30).
           05  CSL-LINE-TYPE               PIC X(01).
               88  CSL-STATE-LINE          VALUE "S".
               88  CSL-TOTAL-LINE          VALUE "T".
           05  CSL-STATE                   PIC X(02).
           05  CSL-PERIOD-AMT              PIC S9(13)V99
                                               SIGN LEADING SEPARATE.
           05  CSL-YTD-AMT                 PIC S9(13)V99
                                               SIGN LEADING SEPARATE.
