      ******************************************************************
      **                                                              *
      **  FIRPCREC  -  FIRE PERIOD CONTROL RECORD                      *
      **                                                               *
      **  ONE ROW PER FIRE FILE-DATE PERIOD ON DD FIRPCTL, HELD AND    *
      **  REWRITTEN BY FIRPCTL.  A PERIOD IS OPEN ("O") UNTIL ITS      *
      **  CLOSE IS ASKED FOR, CLOSING ("P") WHILE A CLOSE IS WAITING   *
      **  ON ITS PROOFS (FIRTOUT TIED OUT, EVERY GL JOURNAL LINE       *
      **  ACKNOWLEDGED, NOTHING LEFT IN SUSPENSE), AND CLOSED ("C")    *
      **  ONCE THEY ALL PASS - WITH THE ANALYST WHO CLOSED IT AND      *
      **  WHEN.  FIRALLOC, FIRGLEXP AND FIRSTATE REFUSE A CLOSED       *
      **  PERIOD (PCTLWS/PCTLCK) UNTIL AN AUTHORIZED REOPEN PUTS IT    *
      **  BACK TO OPEN; THE REOPEN COUNT AND THE LAST REOPENER STAY    *
      **  ON THE ROW AND EVERY ACTION IS ON THE PERIOD LOG (DD         *
      **  FIRPLOG, FIRPLREC.cpy).  A PERIOD WITH NO ROW HAS NEVER      *
      **  BEEN CLOSED AND IS OPEN.  FIELDS TAKE THE SAME SHORT         *
      **  RECORD-NAME PREFIX (FPC-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  FIRE-PERIOD-CONTROL-RECORD.
           05  FPC-FILE-DATE               PIC 9(08).
           05  FPC-STATUS                  PIC X(01).
               88  FPC-OPEN                VALUE "O".
               88  FPC-CLOSING             VALUE "P".
               88  FPC-CLOSED              VALUE "C".
           05  FPC-OPENED-DATE             PIC 9(08).
           05  FPC-CLOSED-BY               PIC X(10).
           05  FPC-CLOSED-DATE             PIC 9(08).
           05  FPC-CLOSED-TIME             PIC 9(08).
           05  FPC-REOPEN-CNT              PIC 9(02).
           05  FPC-REOPENED-BY             PIC X(10).
           05  FPC-REOPENED-DATE           PIC 9(08).
