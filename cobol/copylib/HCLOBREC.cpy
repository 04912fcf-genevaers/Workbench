      *> ------------------------------------------------------------
      *> HCODE-LOB-RECORD - THE LINE-OF-BUSINESS HIERARCHY ABOVE ONE
      *> HAZARD CODE: THE SUB-LINE IT BELONGS TO, THE LINE ABOVE
      *> THAT AND THE SEGMENT ABOVE THE LINE, WITH A SHORT
      *> DESCRIPTION OF THE SUB-LINE.  FIRLOB ROLLS THE FIRE
      *> ALLOCATION AMOUNTS UP THROUGH IT.  THIS IS A NEW INTERCHANGE
      *> LAYOUT, NOT NORMALIZED FROM A TEST FIXTURE, SO ITS FIELDS
      *> TAKE THE SAME SHORT RECORD-NAME PREFIX (HLB-) THAT GVBRH.CPY
      *> USES FOR ITS OWN FIELDS, THE SAME CONVENTION HCODEREF.CPY
      *> FOLLOWS.  A MAPPING IS IN FORCE ONLY WITHIN ITS EFFECTIVE
      *> WINDOW - HLB-EFF-DATE THROUGH HLB-END-DATE (CCYYMMDD, AN END
      *> OF ZEROS OR ALL NINES MEANING STILL OPEN) - JUDGED AGAINST
      *> THE RECORD'S FILE-DATE, SO A REMAPPING RETIRES THE OLD ROW
      *> AND OPENS A NEW ONE AND EARLIER PERIODS STILL ROLL UP THE
      *> WAY THEY DID.  WHERE A RETIREMENT AND ITS REPLACEMENT SHARE
      *> A DAY THE LATER-EFFECTIVE ROW WINS.  THE WINDOW IS
      *> MAINTAINED BY REFTMNT (TABLE "Y") ALONGSIDE HCODEREF, BEHIND
      *> THE REFTAPPR MAKER-CHECKER GATE.  THE FOUR HIERARCHY FIELDS
      *> ARE THE 40-BYTE MEANING OF A REFTMNT CARD, IN THIS ORDER.
      *> ------------------------------------------------------------
       01  HCODE-LOB-RECORD.
           05  HLB-H-CODE                   PIC X(06).
           05  HLB-SUB-LINE                 PIC X(06).
           05  HLB-LINE                     PIC X(04).
           05  HLB-SEGMENT                  PIC X(04).
           05  HLB-DESC                     PIC X(26).
           05  HLB-EFF-DATE                 PIC 9(08).
           05  HLB-END-DATE                 PIC 9(08).
