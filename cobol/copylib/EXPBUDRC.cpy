      *> ------------------------------------------------------------
      *> EXPBUDGT-RECORD - ONE MONTH'S EXPENSE BUDGET FOR ONE
      *> WRITING-MIS-STATE, H-CODE AND EXPENSE GROUP (GRP2, GRP3,
      *> GRP4 OR GRP5), THE REFERENCE TABLE FIRBUDG LAYS THE FIRE
      *> ALLOCATION ACTUALS AGAINST.  THIS IS A NEW INTERCHANGE
      *> LAYOUT, NOT NORMALIZED FROM A TEST FIXTURE, SO ITS FIELDS
      *> TAKE THE SAME SHORT RECORD-NAME PREFIX (EXB-) THAT GVBRH.CPY
      *> USES FOR ITS OWN FIELDS, THE SAME CONVENTION HCODEREF.CPY
      *> FOLLOWS.  A ROW IS IN FORCE ONLY WITHIN ITS EFFECTIVE
      *> WINDOW - EXB-EFF-DATE THROUGH EXB-END-DATE (CCYYMMDD, AN END
      *> OF ZEROS OR ALL NINES MEANING STILL OPEN); A REVISED BUDGET
      *> RETIRES THE OLD ROW AND OPENS A NEW ONE, SO THE FIGURE
      *> REPORTED AGAINST ON ANY EARLIER DAY STAYS ON FILE.  THE
      *> WINDOW IS MAINTAINED BY REFTMNT (TABLE "B") BEHIND THE
      *> REFTAPPR MAKER-CHECKER GATE, WHICH ALSO KEEPS THE AUDIT
      *> TRAIL OF WHO CHANGED WHAT AND WHEN.
      *> ------------------------------------------------------------
       01  EXPBUDGT-RECORD.
           05  EXB-STATE                     PIC X(02).
           05  EXB-H-CODE                    PIC X(06).
           05  EXB-GROUP                     PIC X(04).
           05  EXB-PERIOD                    PIC 9(06).
           05  EXB-AMOUNT                    PIC S9(13)V99
                                               SIGN LEADING SEPARATE.
           05  EXB-EFF-DATE                  PIC 9(08).
           05  EXB-END-DATE                  PIC 9(08).
