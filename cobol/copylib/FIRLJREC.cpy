      ******************************************************************
      **                                                              *
      **  FIRLJREC  -  ALLOCATION LEDGER POSTING JOURNAL ROW           *
      **                                                               *
      **  ONE ROW PER FIRALLOC RUN EVER POSTED TO THE ALLOCATION       *
      **  LEDGER, ON DD ALOCLJRN - READ WHOLE BY FIRLEDG AND           *
      **  REWRITTEN IN PLACE.  THE PERIOD, THE RUN (ITS FIRACTL RUN    *
      **  ID), WHEN IT WAS POSTED AND BY WHOM (CCBANALYST), HOW MANY   *
      **  LEDGER ROWS AND WHAT GRAND TOTAL IT POSTED, AND ITS STATUS - *
      **  ACTIVE, OR SUPERSEDED BY THE RUN NAMED.  A PERIOD HAS AT     *
      **  MOST ONE ACTIVE ROW; THAT IS HOW A SECOND POSTING OF THE     *
      **  SAME PERIOD IS REFUSED.  FIELDS TAKE THE SAME SHORT          *
      **  RECORD-NAME PREFIX (FLJ-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  ALLOC-LEDGER-JOURNAL-RECORD.
           05  FLJ-PERIOD                  PIC 9(06).
           05  FLJ-RUN-ID                  PIC X(16).
           05  FLJ-STATUS                  PIC X(01).
               88  FLJ-ACTIVE              VALUE "A".
               88  FLJ-SUPERSEDED          VALUE "S".
           05  FLJ-POST-DATE               PIC 9(08).
           05  FLJ-POST-TIME               PIC 9(08).
           05  FLJ-ANALYST-ID              PIC X(10).
           05  FLJ-ROW-CNT                 PIC 9(09).
           05  FLJ-GRAND-TOTAL             PIC S9(15)V99
                                               SIGN LEADING SEPARATE.
           05  FLJ-SUPERSEDED-BY           PIC X(16).
