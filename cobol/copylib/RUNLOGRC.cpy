      **  (DD RUNLOG) AT END OF JOB BY EVERY PROGRAM THAT HAS ADOPTED  *
      **  THE RUNLOGWS/RUNLOGWR COPYBOOK PAIR - THE PROGRAM NAME, THE  *
      **  RUN DATE AND TIME, RECORDS IN, RECORDS OUT, RECORDS          *
      **  SUSPENDED, AND THE RETURN CODE THE RUN ENDED WITH - PLUS,    *
      **  FOR A RUN RESTARTED FROM A CHECKPOINT (CKPTWS/CKPTWR), THE   *
      **  INPUT RECORD IT PICKED UP AFTER; ITS COUNTS ARE STILL THE    *
      **  WHOLE FILE'S, CARRIED FORWARD FROM THE CHECKPOINT, SO THE    *
      **  ROW STANDS IN FOR THE FAILED RUN THAT NEVER LOGGED - AND,    *
      **  FOR A PROGRAM THAT HOLDS ITS INPUT IN FIXED IN-MEMORY        *
      **  TABLES, THE MOST ENTRIES EACH OF UP TO THREE OF THOSE        *
      **  TABLES HELD DURING THE RUN - AND, FOR A PROGRAM THAT WORKS   *
      **  ONE RLHL EXTRACT, THAT EXTRACT'S FILE-ID AND REPLAY FLAG.    *
      **  RUNSUMM ROLLS THE BATCH WINDOW UP FROM THIS FILE, RUNRECON   *
      **  TIES EACH STEP'S OUTPUT COUNT TO THE NEXT STEP'S INPUT       *
      **  COUNT, CAPMON WATCHES THE TABLE PEAKS CLIMB TOWARD EACH      *
      **  TABLE'S CEILING, AND CHGBACK PRICES EACH RUN FOR THE MONTHLY *
      **  CHARGEBACK.                                                  *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (RNL-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
           05  RNL-RECORDS-OUT             PIC 9(09).
           05  RNL-RECORDS-SUSP            PIC 9(09).
           05  RNL-RETURN-CODE             PIC 9(02).
      *> ZERO ON A RUN THAT STARTED FROM RECORD ONE.  ROWS LOGGED
      *> BEFORE THE FIELD EXISTED READ BACK AS SPACES.
           05  RNL-RESTART-FROM            PIC 9(09).
      *> THE PEAK ENTRY COUNT OF THE PROGRAM'S FIXED TABLES, IN THE
      *> SLOT ORDER CAPMON'S CEILING TABLE NAMES FOR THE PROGRAM.
      *> ZERO FOR AN UNUSED SLOT; ROWS LOGGED BEFORE THE FIELD
      *> EXISTED READ BACK AS SPACES.
           05  RNL-TABLE-PEAK              PIC 9(05)
                                           OCCURS 3 TIMES.
      *> THE RLHL-FILE-ID AND RLHL-REPLAY-FLAG OF THE ONE EXTRACT THE
      *> RUN WORKED, SO A REPLAY ("R") CAN BE CHARGED APART FROM THE
      *> ORIGINAL NIGHT.  SPACES FOR A PROGRAM THAT IS NOT DRIVEN BY
      *> ONE EXTRACT, AND ON ROWS LOGGED BEFORE THE FIELDS EXISTED.
           05  RNL-FILE-ID                 PIC X(08).
           05  RNL-REPLAY-FLAG             PIC X(01).
               88  RNL-REPLAYED            VALUE "R".
