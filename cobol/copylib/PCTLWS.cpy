      *> ------------------------------------------------------------
      *> PCTLWS - WORKING STORAGE FOR THE SHARED FIRE PERIOD LOCK
      *> CHECK.  COPY THIS INTO WORKING-STORAGE AND COPY PCTLCK INTO
      *> THE PROCEDURE DIVISION OF ANY FIRE PROGRAM WHOSE OUTPUT IS
      *> FILED OR POSTED FOR A FILE-DATE PERIOD (FIRALLOC, FIRGLEXP,
      *> FIRSTATE).  THE PROGRAM MUST ALSO DECLARE THE FILE ITSELF,
      *> SINCE A COPYBOOK CANNOT:
      *>     SELECT OPTIONAL FIRPCTL-FILE ASSIGN TO "FIRPCTL"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS PCK-WS-STATUS.
      *> AND IN THE FILE SECTION:
      *>     FD  FIRPCTL-FILE.
      *>     COPY FIRPCREC.
      *> AT STARTUP, MOVE THE PROGRAM NAME TO PCK-WS-PROGRAM AND
      *> PERFORM 7500-LOAD-PERIOD-CONTROL THRU 7500-EXIT, THEN FOR
      *> EACH INPUT RECORD'S FILE-DATE MOVE IT TO PCK-WS-FILE-DATE-X
      *> AND PERFORM 7550-CHECK-PERIOD THRU 7550-EXIT - BEFORE ANY
      *> OUTPUT IS OPENED.  PCK-WS-REFUSED COMES BACK SET, AND STAYS
      *> SET, ONCE ANY DATE BELONGS TO A CLOSED PERIOD; THE REFUSAL
      *> IS ALREADY DISPLAYED AND THE CALLER MUST END WITH
      *> RETURN-CODE 16 WITHOUT WRITING.  A PERIOD WITH NO ROW, OR
      *> ONE OPEN OR CLOSING, MAY BE PROCESSED.  A MISSING FIRPCTL
      *> MEANS NOTHING WAS EVER CLOSED; AN UNREADABLE OR OVERFULL
      *> ONE REFUSES EVERY PERIOD - A LOCK THAT FAILS OPEN IS NOT A
      *> LOCK.  THE 7500 PARAGRAPH RANGE IS RESERVED FOR THIS
      *> COPYBOOK PAIR, THE SAME RESERVATION RULE AS CENTPVT/CENTWIN.
      *> ------------------------------------------------------------
      *> "05" IS OPTIONAL-FILE-ABSENT ON AN INPUT OPEN - NO PERIOD HAS
      *> EVER BEEN CLOSED.
       01  PCK-WS-STATUS                   PIC XX.
           88  PCK-WS-OK                   VALUE "00" "05".
       01  PCK-WS-PROGRAM                  PIC X(08)       VALUE SPACES.
       01  PCK-WS-EOF-SW                   PIC X(01)       VALUE "N".
           88  PCK-WS-EOF                  VALUE "Y".
       01  PCK-WS-LOAD-FAILED-SW           PIC X(01)       VALUE "N".
           88  PCK-WS-LOAD-FAILED          VALUE "Y".
       01  PCK-WS-REFUSED-SW               PIC X(01)       VALUE "N".
           88  PCK-WS-REFUSED              VALUE "Y".
      *> THE CLOSED PERIODS ON FIRPCTL - ONLY THESE CAN REFUSE A RUN.
       01  PCK-WS-MAX                      PIC 9(04) COMP  VALUE 500.
       01  PCK-WS-CNT                      PIC 9(04) COMP  VALUE 0.
       01  PCK-WS-TAB.
           05  PCK-WS-ENTRY                OCCURS 500 TIMES.
               10  PCK-WS-TAB-DATE         PIC 9(08).
               10  PCK-WS-TAB-CLOSED-BY    PIC X(10).
               10  PCK-WS-TAB-CLOSED-DATE  PIC 9(08).
       01  PCK-WS-PX                       PIC 9(04) COMP  VALUE 0.
       01  PCK-WS-HIT                      PIC 9(04) COMP  VALUE 0.
      *> THE DATE TO JUDGE, AND THE LAST ONE JUDGED - A RUN'S RECORDS
      *> ARE NEARLY ALL ONE PERIOD, SO A REPEAT IS NOT RE-SEARCHED.
       01  PCK-WS-FILE-DATE-X              PIC X(08)       VALUE SPACES.
       01  PCK-WS-LAST-DATE-X              PIC X(08)       VALUE SPACES.
       01  PCK-WS-FILE-DATE                PIC 9(08)       VALUE 0.
