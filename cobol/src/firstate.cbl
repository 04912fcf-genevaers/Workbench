      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   REFUSE A CURRENT QUARTER CARRYING ANY      *
      **                   FILE-DATE WHOSE PERIOD FIRPCTL HAS CLOSED  *
      **                   (PCTLWS/PCTLCK) - RETURN-CODE 16 BEFORE    *
      **                   STPGRPT IS OPENED.  THE PRIOR QUARTER IS   *
      **                   ONLY READ AND IS NOT HELD TO THE LOCK.     *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STPGRPT-FILE  ASSIGN TO "STPGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-STPGRPT-STATUS.
      *> OPTIONAL - THE FIRE PERIOD CONTROL FILE - SEE PCTLWS.cpy.
           SELECT OPTIONAL FIRPCTL-FILE ASSIGN TO "FIRPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCK-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CURREXT-FILE.
       COPY STATEREF.
       FD  STPGRPT-FILE.
       01  STPGRPT-RECORD                  PIC X(110).
       FD  FIRPCTL-FILE.
       COPY FIRPCREC.
       WORKING-STORAGE SECTION.
      *> THE SHARED FIRE PERIOD LOCK WORK FIELDS - SEE PCTLWS.cpy.
       COPY PCTLWS.
       01  FST-CURREXT-STATUS              PIC XX.
           88  FST-CURREXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE INPUT STATUS TO "10", SO
       01  FST-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0200-PROVE-PERIOD-OPEN THRU 0200-EXIT
           IF PCK-WS-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ROLL-ONE-CURRENT THRU 2000-EXIT
               UNTIL FST-CUR-EOF
           PERFORM 4000-PRINT-EXHIBIT THRU 4000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  0200-PROVE-PERIOD-OPEN - A PRE-PASS OF CURREXT JUDGING EVERY  *
      *  FILE-DATE AGAINST THE CLOSED PERIODS, SO A FILED STATE PAGE   *
      *  IS NEVER REPRODUCED WITH NEW NUMBERS.  AN UNOPENABLE CURREXT  *
      *  IS LEFT FOR 1000-INITIALIZE TO REPORT.                        *
      ******************************************************************
       0200-PROVE-PERIOD-OPEN.
           MOVE "FIRSTATE" TO PCK-WS-PROGRAM
           PERFORM 7500-LOAD-PERIOD-CONTROL THRU 7500-EXIT
           IF PCK-WS-REFUSED
               GO TO 0200-EXIT
           END-IF
           OPEN INPUT CURREXT-FILE
           IF NOT FST-CURREXT-OK
               GO TO 0200-EXIT
           END-IF
           PERFORM 0210-CHECK-ONE-RECORD THRU 0210-EXIT
               UNTIL FST-CUR-EOF OR PCK-WS-REFUSED
           CLOSE CURREXT-FILE
           MOVE "N" TO FST-CUR-EOF-SW.
       0200-EXIT.
           EXIT.
      *
       0210-CHECK-ONE-RECORD.
           READ CURREXT-FILE
               AT END
                   MOVE "Y" TO FST-CUR-EOF-SW
                   GO TO 0210-EXIT
           END-READ
           MOVE FILE-DATE OF FDW-FIRE-ALLOC-REC TO PCK-WS-FILE-DATE-X
           PERFORM 7550-CHECK-PERIOD THRU 7550-EXIT.
       0210-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           OPEN INPUT CURREXT-FILE
           END-IF.
       7010-EXIT.
           EXIT.
      *
      *> SHARED FIRE PERIOD LOCK PARAGRAPHS - SEE PCTLCK.cpy.
       COPY PCTLCK.
      *
       9000-TERMINATE.
           IF FST-CURREXT-OPENED
