      *> ------------------------------------------------------------
      *> AGENT-MASTER-RECORD - THE FIRE AGENT MASTER, TWO KINDS OF
      *> ROW IN ONE FILE.  AN AGENT ROW ("G") CARRIES THE AGENT'S
      *> NAME, STATUS (A ACTIVE, S SUSPENDED, T TERMINATED) AND
      *> APPOINTMENT DATE; A LICENSE ROW ("L") CARRIES ONE STATE THE
      *> AGENT IS LICENSED IN, THE LICENSE NUMBER AND THE LICENSE'S
      *> OWN EFFECTIVE AND EXPIRY DATES (AN EXPIRY OF ZEROS OR ALL
      *> NINES MEANING NONE).  THIS IS A NEW INTERCHANGE LAYOUT, SO
      *> ITS FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (AGM-)
      *> THAT GVBRH.CPY USES FOR ITS OWN FIELDS.
      *>
      *> LIKE EVERY REFERENCE TABLE REFTMNT MAINTAINS (TABLE "G" FOR
      *> AGENT ROWS, "L" FOR LICENSE ROWS), EACH ROW HOLDS ONLY
      *> WITHIN ITS WINDOW - AGM-EFF-DATE THROUGH AGM-END-DATE
      *> (CCYYMMDD, AN END OF ZEROS OR ALL NINES MEANING STILL OPEN)
      *> - JUDGED AGAINST THE FIRE RECORD'S FILE-DATE.  A STATUS
      *> CHANGE OR A RENEWED LICENSE IS A RETIRE OF THE OLD ROW AND
      *> AN ADD OF THE NEW ONE ON THE SAME DATE; AN AGENT WITH NO ROW
      *> IN FORCE ON A DATE WAS NOT APPOINTED THEN.  THE REFTMNT CARD
      *> CODE IS AGM-AGENT FOLLOWED BY AGM-LIC-STATE (BLANK ON AN
      *> AGENT ROW) AND ITS MEANING IS AGM-DETAIL.
      *> ------------------------------------------------------------
       01  AGENT-MASTER-RECORD.
           05  AGM-ROW-TYPE                  PIC X(01).
               88  AGM-AGENT-ROW             VALUE "G".
               88  AGM-LICENSE-ROW           VALUE "L".
           05  AGM-AGENT                     PIC X(04).
           05  AGM-LIC-STATE                 PIC X(02).
           05  AGM-DETAIL                    PIC X(40).
           05  AGM-AGENT-DETAIL REDEFINES AGM-DETAIL.
               10  AGM-NAME                  PIC X(30).
               10  AGM-STATUS                PIC X(01).
                   88  AGM-ACTIVE            VALUE "A".
                   88  AGM-STATUS-VALID      VALUE "A" "S" "T".
               10  AGM-APPT-DATE             PIC 9(08).
               10  FILLER                    PIC X(01).
           05  AGM-LICENSE-DETAIL REDEFINES AGM-DETAIL.
               10  AGM-LIC-NUMBER            PIC X(14).
               10  AGM-LIC-EFF-DATE          PIC 9(08).
               10  AGM-LIC-EXP-DATE          PIC 9(08).
               10  FILLER                    PIC X(10).
           05  AGM-EFF-DATE                  PIC 9(08).
           05  AGM-END-DATE                  PIC 9(08).
