      **                   FIRST, NAMING ITS RUN DATE IN GLJ-DESC,    *
      **                   AND THE REGISTER ROWS ARE MARKED           *
      **                   REVERSED - A RERUN CAN NEVER DOUBLE-POST.  *
      **  2026/10/15 DAO   REFUSE A RUN CARRYING ANY FILE-DATE WHOSE  *
      **                   PERIOD FIRPCTL HAS CLOSED (PCTLWS/PCTLCK)  *
      **                   - RETURN-CODE 16 BEFORE GLJRNL IS OPENED   *
      **                   OR THE REGISTER IS TOUCHED.                *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL GLEXPREG-FILE ASSIGN TO "GLEXPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLX-GLEXPREG-STATUS.
      *> OPTIONAL - THE FIRE PERIOD CONTROL FILE - SEE PCTLWS.cpy.
           SELECT OPTIONAL FIRPCTL-FILE ASSIGN TO "FIRPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCK-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIREXT-FILE.
       COPY GLJRNREC.
       FD  GLEXPREG-FILE.
       COPY GLEXPREG.
       FD  FIRPCTL-FILE.
       COPY FIRPCREC.
       WORKING-STORAGE SECTION.
      *> THE SHARED FIRE PERIOD LOCK WORK FIELDS - SEE PCTLWS.cpy.
       COPY PCTLWS.
       01  GLX-FIREXT-STATUS               PIC XX.
           88  GLX-FIREXT-OK               VALUE "00".
      *> THE FINAL READ'S AT END DRIVES GLX-FIREXT-STATUS TO "10",
       01  GLX-TOTAL-CNT                   PIC 9(08)       VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0200-PROVE-PERIOD-OPEN THRU 0200-EXIT
           IF PCK-WS-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-LOAD-ONE-REG-ROW THRU 1200-EXIT
               UNTIL GLX-REG-EOF
           PERFORM 3500-REWRITE-REGISTER THRU 3500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  0200-PROVE-PERIOD-OPEN - A PRE-PASS OF FIREXT JUDGING EVERY   *
      *  FILE-DATE AGAINST THE CLOSED PERIODS, SO A CLOSED PERIOD'S    *
      *  JOURNAL IS NEVER RE-EXPORTED (OR ITS OLD ONE REVERSED).  AN   *
      *  UNOPENABLE FIREXT IS LEFT FOR 1000-INITIALIZE TO REPORT.      *
      ******************************************************************
       0200-PROVE-PERIOD-OPEN.
           MOVE "FIRGLEXP" TO PCK-WS-PROGRAM
           PERFORM 7500-LOAD-PERIOD-CONTROL THRU 7500-EXIT
           IF PCK-WS-REFUSED
               GO TO 0200-EXIT
           END-IF
           OPEN INPUT FIREXT-FILE
           IF NOT GLX-FIREXT-OK
               GO TO 0200-EXIT
           END-IF
           PERFORM 0210-CHECK-ONE-RECORD THRU 0210-EXIT
               UNTIL GLX-EOF OR PCK-WS-REFUSED
           CLOSE FIREXT-FILE
           MOVE "N" TO GLX-EOF-SW.
       0200-EXIT.
           EXIT.
      *
       0210-CHECK-ONE-RECORD.
           READ FIREXT-FILE
               AT END
                   MOVE "Y" TO GLX-EOF-SW
                   GO TO 0210-EXIT
           END-READ
           MOVE FILE-DATE OF FDW-FIRE-ALLOC-REC TO PCK-WS-FILE-DATE-X
           PERFORM 7550-CHECK-PERIOD THRU 7550-EXIT.
       0210-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           ACCEPT GLX-RUN-DATE FROM DATE YYYYMMDD
           WRITE GL-EXPORT-REG-RECORD.
       3520-EXIT.
           EXIT.
      *
      *> SHARED FIRE PERIOD LOCK PARAGRAPHS - SEE PCTLCK.cpy.
       COPY PCTLCK.
      *
       9000-TERMINATE.
           IF GLX-FIREXT-OPENED
