      ******************************************************************
      **                                                              *
      **  CHGOWNREC  -  BATCH CHARGEBACK OWNER ROW                     *
      **                                                               *
      **  ONE ROW PER OWNED PROGRAM OR EXTRACT ON DD CHGOWN, THE       *
      **  OWNER TABLE CHGBACK PRICES THE RUN LOG AGAINST - THE         *
      **  PROGRAM, OPTIONALLY THE RLHL-FILE-ID, AND THE COST CENTER    *
      **  THAT PAYS FOR ITS RUNS.  A ROW NAMING BOTH THE PROGRAM AND   *
      **  THE FILE-ID WINS; NEXT A ROW NAMING ONLY THE FILE-ID (ANY    *
      **  PROGRAM THAT WORKED THAT EXTRACT, A REPLAY INCLUDED); LAST   *
      **  A ROW NAMING ONLY THE PROGRAM.  A BLANK ROW IS IGNORED.      *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (CHO-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  CHARGE-OWNER-RECORD.
           05  CHO-PROGRAM                 PIC X(08).
           05  CHO-FILE-ID                 PIC X(08).
           05  CHO-COST-CENTER             PIC X(08).
           05  CHO-OWNER-NAME              PIC X(30).
