      ******************************************************************
      **                                                              *
      **  FIRPLREC  -  FIRE PERIOD CONTROL LOG RECORD                  *
      **                                                               *
      **  ONE ROW PER ACTION FIRPCTL TAKES OR REFUSES ON A FIRE        *
      **  FILE-DATE PERIOD, EXTENDED ONTO DD FIRPLOG AND NEVER         *
      **  REWRITTEN - WHEN, WHICH PERIOD, THE ACTION (OPEN, CLOSE OR   *
      **  REOPEN), THE SUBMITTING ANALYST (CCBANALYST), THE STATUS     *
      **  BEFORE AND AFTER, WHETHER IT WAS DONE, REFUSED OR DENIED,    *
      **  AND THE TEXT - THE REOPEN REASON, OR THE FIRST PROOF A       *
      **  REFUSED CLOSE FAILED.  FIELDS TAKE THE SAME SHORT            *
      **  RECORD-NAME PREFIX (FPL-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  FIRE-PERIOD-LOG-RECORD.
           05  FPL-LOG-DATE                PIC 9(08).
           05  FPL-LOG-TIME                PIC 9(08).
           05  FPL-FILE-DATE               PIC 9(08).
           05  FPL-ACTION                  PIC X(08).
           05  FPL-ANALYST-ID              PIC X(10).
           05  FPL-OLD-STATUS              PIC X(01).
           05  FPL-NEW-STATUS              PIC X(01).
           05  FPL-RESULT                  PIC X(08).
               88  FPL-DONE                VALUE "DONE    ".
               88  FPL-REFUSED             VALUE "REFUSED ".
               88  FPL-DENIED              VALUE "DENIED  ".
           05  FPL-TEXT                    PIC X(60).
