      ******************************************************************
      **                                                              *
      **  DUPREV  -  PROBABLE DUPLICATE CUSTOMER PAIR FOR REVIEW       *
      **                                                               *
      **  ONE ROW PER PAIR OF CUSTOMER-RECORDS IN ONE ZIP-CODE THAT    *
      **  CUSTDUP SCORED AT OR ABOVE ITS THRESHOLD, WRITTEN TO DD      *
      **  DUPREV AND REWRITTEN EVERY RUN.  THE FIRST RECORD OF THE     *
      **  PAIR IS THE ONE PROPOSED TO SURVIVE (THE EARLIER ON THE      *
      **  EXTRACT); THE SECOND IS PROPOSED AS ITS DUPLICATE.  THE      *
      **  SCORE (0-100) IS THE NAME POINTS PLUS THE STREET POINTS,     *
      **  EACH KEPT FOR THE ANALYST TO SEE WHY.  THE ANALYST DECIDES   *
      **  A ROW BY FILLING IN ITS DECISION BYTE AND PASSING IT TO      *
      **  DUPMNT ON DD DUPTRAN, WHICH READS THIS SAME LAYOUT:          *
      **    "C"  CONFIRMED - THE SECOND IS A DUPLICATE OF THE FIRST.   *
      **    "S"  CONFIRMED, SWAPPED - THE FIRST IS A DUPLICATE OF THE  *
      **         SECOND, WHICH SURVIVES.                               *
      **    "N"  NOT A DUPLICATE - NEVER PROPOSE THE PAIR AGAIN.       *
      **    "X"  REVERSE AN EARLIER CONFIRMATION OF THE PAIR.          *
      **  A ROW LEFT BLANK IS UNDECIDED AND PROPOSED AGAIN NEXT RUN.   *
      **  EACH SIDE CARRIES ITS PHONETIC NAME KEY - THE SOUNDEX OF     *
      **  LAST-NAME THEN FIRST-NAME, OR OF BUSINESS FOR A "B" RECORD.  *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (DRV-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  DUPLICATE-REVIEW-RECORD.
           05  DRV-DECISION                PIC X(01).
               88  DRV-UNDECIDED           VALUE SPACE.
               88  DRV-CONFIRM             VALUE "C".
               88  DRV-CONFIRM-SWAPPED     VALUE "S".
               88  DRV-NOT-DUPLICATE       VALUE "N".
               88  DRV-REVERSE             VALUE "X".
           05  DRV-SCORE                   PIC 9(03).
           05  DRV-NAME-POINTS             PIC 9(02).
           05  DRV-STREET-POINTS           PIC 9(02).
           05  DRV-TYPE-CD                 PIC X(01).
           05  DRV-FIRST.
               10  DRV-1-NAME              PIC X(23).
               10  DRV-1-STREET            PIC X(20).
               10  DRV-1-CITY              PIC X(17).
               10  DRV-1-STATE             PIC X(02).
               10  DRV-1-ZIP               PIC 9(05).
               10  DRV-1-PHONETIC          PIC X(08).
           05  DRV-SECOND.
               10  DRV-2-NAME              PIC X(23).
               10  DRV-2-STREET            PIC X(20).
               10  DRV-2-CITY              PIC X(17).
               10  DRV-2-STATE             PIC X(02).
               10  DRV-2-ZIP               PIC 9(05).
               10  DRV-2-PHONETIC          PIC X(08).
