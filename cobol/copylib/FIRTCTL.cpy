      ******************************************************************
      **                                                              *
      **  FIRTCTL  -  FIRTOUT CONTROL TOTAL ROW                        *
      **                                                               *
      **  ONE ROW PER WRITING-MIS-STATE FIRTOUT TIED OUT, WRITTEN TO   *
      **  DD TOUTCTL AT THE END OF EACH RUN - THE EXTRACT'S FILE-DATE, *
      **  THE NUMBER OF RECORDS THE STATE CARRIED AND ITS              *
      **  GRP3-COMS-EXPNS-AMT TOTAL - SO A LATER STEP THAT PAYS OUT    *
      **  OF THE SAME EXTRACT CAN PROVE IT SAW WHAT FIRTOUT SAW.  THE  *
      **  AMOUNT CARRIES A LEADING SEPARATE SIGN SO TEXT TOOLING READS *
      **  IT DIRECTLY.  THE TIE STATUS SAYS WHETHER THE STATE TIED TO  *
      **  ITS GL CONTROL TOTAL WITHIN THE THRESHOLD, SO FIRPCTL'S      *
      **  PERIOD CLOSE CAN PROVE THE TIE-OUT WITHOUT RE-READING        *
      **  TOUTRPT.  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX      *
      **  (FTC-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.               *
      **                                                               *
      ******************************************************************
       01  FIRTOUT-CONTROL-RECORD.
           05  FTC-FILE-DATE               PIC 9(08).
           05  FTC-STATE                   PIC X(02).
           05  FTC-RECORD-CNT              PIC 9(09).
           05  FTC-GRP3-COMS-TOTAL         PIC S9(15)V99
                                               SIGN LEADING SEPARATE.
           05  FTC-TIE-STATUS              PIC X(01).
               88  FTC-TIED                VALUE "T".
               88  FTC-OVER-THRESHOLD      VALUE "V".
               88  FTC-NO-GL-CONTROL       VALUE "N".
