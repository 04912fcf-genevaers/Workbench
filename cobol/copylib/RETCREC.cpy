      ******************************************************************
      **                                                              *
      **  RETCREC  -  OPERATIONAL-LOG RETENTION CERTIFICATE ROW        *
      **                                                               *
      **  ONE ROW PER POLICY FILE PER RETSWEEP RUN, APPENDED TO DD     *
      **  RETCERT - WHEN THE SWEEP RAN, WHICH FILE, THE DATE FIELD     *
      **  AND RETENTION IT AGED ON, THE CUTOFF ACTUALLY APPLIED (ROWS  *
      **  DATED BEFORE IT WERE ELIGIBLE FOR THE ARCHIVE), HOW MANY     *
      **  ROWS WERE READ, KEPT LIVE AND ARCHIVED, HOW MANY OF THE      *
      **  KEPT ROWS WERE PAST THE CUTOFF BUT HELD BECAUSE A DEPENDENT  *
      **  PROGRAM STILL NEEDS THEM (PROTECTED) OR CARRIED NO READABLE  *
      **  DATE (UNDATED), THE ARCHIVE THE EXPIRED ROWS WENT TO, AND    *
      **  THE OUTCOME - SWEPT, REFUSED (NOTHING MOVED, THE NOTE SAYS   *
      **  WHY) OR FAILED.  READ = KEPT + ARCHIVED ON EVERY SWEPT ROW.  *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (RTC-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  RETENTION-CERT-RECORD.
           05  RTC-RUN-DATE                PIC 9(08).
           05  RTC-RUN-TIME                PIC 9(08).
           05  RTC-FILE-ID                 PIC X(10).
           05  RTC-DATE-FIELD              PIC X(30).
           05  RTC-RETAIN-DAYS             PIC 9(05).
           05  RTC-CUTOFF-DATE             PIC 9(08).
           05  RTC-ROWS-READ               PIC 9(09).
           05  RTC-ROWS-KEPT               PIC 9(09).
           05  RTC-ROWS-PROTECTED          PIC 9(09).
           05  RTC-ROWS-UNDATED            PIC 9(09).
           05  RTC-ROWS-ARCHIVED           PIC 9(09).
           05  RTC-RESULT                  PIC X(08).
               88  RTC-SWEPT               VALUE "SWEPT".
               88  RTC-REFUSED             VALUE "REFUSED".
               88  RTC-FAILED              VALUE "FAILED".
           05  RTC-ARCHIVE-DSN             PIC X(44).
           05  RTC-NOTE                    PIC X(50).
