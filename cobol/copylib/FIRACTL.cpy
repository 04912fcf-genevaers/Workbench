      ******************************************************************
      **                                                              *
      **  FIRACTL  -  FIRALLOC RUN STAMP                               *
      **                                                               *
      **  ONE ROW WRITTEN TO DD ALOCCTL AT THE END OF EVERY FIRALLOC   *
      **  RUN, BESIDE THE ALOCOUT IT DESCRIBES - THE RUN'S IDENTITY    *
      **  (RUN DATE AND TIME), WHETHER IT WAS A PRODUCTION OR A        *
      **  WHAT-IF RUN, THE FILE-DATE RANGE IT ALLOCATED, ITS INPUT,    *
      **  EXCEPTION AND OUTPUT ROW COUNTS, AND THE TOTAL OF EACH OF    *
      **  THE SIX GRP2-GRP5 AMOUNTS IT WROTE (IN FIRAOUT ORDER), SO    *
      **  FIRLEDG CAN PROVE THE ALOCOUT IT IS HANDED IS THE RUN IT     *
      **  CLAIMS TO BE BEFORE POSTING IT.  AMOUNTS CARRY A LEADING     *
      **  SEPARATE SIGN SO TEXT TOOLING READS THEM DIRECTLY.  FIELDS   *
      **  TAKE THE SAME SHORT RECORD-NAME PREFIX (FAC-) THAT GVBRH.CPY *
      **  USES FOR ITS OWN FIELDS.                                     *
      **                                                               *
      ******************************************************************
       01  FIRALLOC-CONTROL-RECORD.
           05  FAC-RUN-ID.
               10  FAC-RUN-DATE            PIC 9(08).
               10  FAC-RUN-TIME            PIC 9(08).
           05  FAC-MODE                    PIC X(01).
               88  FAC-PRODUCTION          VALUE "P".
               88  FAC-WHATIF              VALUE "W".
           05  FAC-LOW-FILE-DATE           PIC 9(08).
           05  FAC-HIGH-FILE-DATE          PIC 9(08).
           05  FAC-INPUT-CNT               PIC 9(09).
           05  FAC-EXCP-CNT                PIC 9(09).
           05  FAC-ROW-CNT                 PIC 9(09).
           05  FAC-AMT-TOTAL               OCCURS 6 TIMES
                                           PIC S9(15)V99
                                               SIGN LEADING SEPARATE.
