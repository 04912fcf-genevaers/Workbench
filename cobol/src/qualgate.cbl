      ******************************************************************
      **                                                               *
      **  PROGRAM      QUALGATE                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  NIGHTLY DATA-QUALITY CIRCUIT BREAKER.          *
      **      QUALSCOR SHOWS A MONTH LATER THAT A FEED'S QUALITY       *
      **      FELL APART, BUT THE BAD DATA WAS LOADED EVERY NIGHT IN   *
      **      BETWEEN.                                                 *
      **      THIS STEP RUNS RIGHT AFTER ONE EDIT PROGRAM (MRECDVAL,   *
      **      FIRAMVAL, FIRHCVAL, LRFLDEDT, LRREFCHK, USGGEOCK, THE    *
      **      ADDRESS EDITS) AND JUDGES THE QUALITY-RESULT ROWS THAT   *
      **      PROGRAM JUST POSTED ON DD QUALRSLT (QUALREC).  EACH      *
      **      CHECK'S FAILURE RATE IS HELD AGAINST ITS ROW ON DD       *
      **      QGTHR (QGTHRREC) - A HARD LIMIT, AND A ROLLING AVERAGE   *
      **      OVER THE CHECK'S LAST FEW RUNS SO A SUDDEN JUMP TRIPS    *
      **      EVEN UNDER THE HARD LIMIT.  DD QGRPT LISTS EVERY CHECK   *
      **      WITH ITS RATES AND VERDICT; EVERY TRIPPED CHECK RAISES   *
      **      AN ERROR ALERT NOTICE (ALERTWS/ALERTWR) NAMING THE       *
      **      CHECK AND THE RATES, AND THE STEP POSTS ITS OWN ROW ON   *
      **      THE SUITE RUN LOG SO DEPCTL HOLDS THE LOAD BEHIND IT.    *
      **                                                               *
      **      DD QGPRM (ONE CARD) - THE EDIT PROGRAM TO GATE, THE      *
      **      NAME THIS STEP POSTS UNDER ON THE RUN LOG (DEFAULT       *
      **      QUALGATE) AND THE RUN DATE YYYYMMDD (DEFAULT TODAY).     *
      **      GIVE EACH GATE STEP ITS OWN RUN-LOG NAME (QGMRECDV,      *
      **      QGFIRAMV, ...) - DEPCTL TABLES THE WORST RETURN CODE     *
      **      PER NAME PER NIGHT, SO GATES SHARING ONE NAME WOULD      *
      **      HOLD EACH OTHER'S SUCCESSORS.                            *
      **                                                               *
      **      RETURN-CODE 04 - A CHECK HAS NO THRESHOLD ROW AND WAS    *
      **      PASSED UNJUDGED; 16 - A CHECK TRIPPED, THE PROGRAM       *
      **      POSTED NO ROWS FOR THE RUN DATE, OR A FILE COULD NOT     *
      **      BE READ.  16 IS OVER ANY ALLOWANCE A DEPTAB ROW SHOULD   *
      **      GIVE A GATE.                                             *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALGATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QGPRM-FILE    ASSIGN TO "QGPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QGA-QGPRM-STATUS.
           SELECT QGTHR-FILE    ASSIGN TO "QGTHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QGA-QGTHR-STATUS.
           SELECT QUALRSLT-FILE ASSIGN TO "QUALRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QGA-QUALRSLT-STATUS.
           SELECT QGRPT-FILE    ASSIGN TO "QGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QGA-QGRPT-STATUS.
           SELECT OPTIONAL CCBALERT-FILE ASSIGN TO "CCBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALT-WS-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QGPRM-FILE.
       01  QGPRM-RECORD.
           05  QGA-PARM-PROGRAM            PIC X(08).
           05  QGA-PARM-STEP               PIC X(08).
           05  QGA-PARM-RUN-DATE           PIC X(08).
           05  QGA-PARM-RUN-DATE-N REDEFINES QGA-PARM-RUN-DATE
                                           PIC 9(08).
       FD  QGTHR-FILE.
       COPY QGTHRREC.
       FD  QUALRSLT-FILE.
       COPY QUALREC.
       FD  QGRPT-FILE.
       01  QGRPT-RECORD                    PIC X(132).
       FD  CCBALERT-FILE.
       COPY CCBALERT.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
       01  QGA-QGPRM-STATUS                PIC XX.
           88  QGA-QGPRM-OK                VALUE "00".
       01  QGA-QGTHR-STATUS                PIC XX.
           88  QGA-QGTHR-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES QGA-QGTHR-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  QGA-QGTHR-OPENED-SW             PIC X(01)       VALUE "N".
           88  QGA-QGTHR-OPENED            VALUE "Y".
       01  QGA-QUALRSLT-STATUS             PIC XX.
           88  QGA-QUALRSLT-OK             VALUE "00".
      *> SAME REASONING AS QGA-QGTHR-OPENED-SW ABOVE.
       01  QGA-QUALRSLT-OPENED-SW          PIC X(01)       VALUE "N".
           88  QGA-QUALRSLT-OPENED         VALUE "Y".
       01  QGA-QGRPT-STATUS                PIC XX.
           88  QGA-QGRPT-OK                VALUE "00".
      *> SAME REASONING AS QGA-QGTHR-OPENED-SW ABOVE.
       01  QGA-QGRPT-OPENED-SW             PIC X(01)       VALUE "N".
           88  QGA-QGRPT-OPENED            VALUE "Y".
       01  QGA-THR-EOF-SW                  PIC X(01)       VALUE "N".
           88  QGA-THR-EOF                 VALUE "Y".
       01  QGA-RSLT-EOF-SW                 PIC X(01)       VALUE "N".
           88  QGA-RSLT-EOF                VALUE "Y".
      *> SET BY ANY FAILURE THAT LEAVES NOTHING SAFE TO JUDGE; THE
      *> PASSES ARE SKIPPED AND THE RUN ENDS WITH RETURN-CODE 16.
       01  QGA-HALT-SW                     PIC X(01)       VALUE "N".
           88  QGA-HALTED                  VALUE "Y".
      *> ------------------- RUN SETTINGS -----------------------------
       01  QGA-PROGRAM                     PIC X(08)       VALUE SPACES.
       01  QGA-STEP                        PIC X(08)       VALUE
           "QUALGATE".
       01  QGA-RUN-DATE                    PIC 9(08)       VALUE 0.
      *> ------------------- THRESHOLD TABLE --------------------------
      *> THE QGTHR ROWS FOR THE GATED PROGRAM ONLY.  WINDOW AND FACTOR
      *> ARE HELD AFTER THE 12-RUN AND 1.00 FLOOR RULES ARE APPLIED.
       01  QGA-THR-TAB.
           05  QGA-THR-ENTRY               OCCURS 100 TIMES.
               10  QGA-THR-FEED            PIC X(08).
               10  QGA-THR-CHECK           PIC X(20).
               10  QGA-THR-MAX-PCT         PIC 9(03)V99.
               10  QGA-THR-WINDOW          PIC 9(02).
               10  QGA-THR-FACTOR          PIC 9(02)V99.
               10  QGA-THR-MIN-JUMP        PIC 9(03)V99.
       01  QGA-THR-MAX                     PIC 9(03) COMP  VALUE 100.
       01  QGA-THR-CNT                     PIC 9(03) COMP  VALUE 0.
       01  QGA-TX                          PIC 9(03) COMP  VALUE 0.
      *> ------------------- CHECK TABLE ------------------------------
      *> ONE ROW PER FEED AND CHECK THE GATED PROGRAM POSTED FOR THE
      *> RUN DATE.  A PROGRAM RERUN THE SAME NIGHT POSTS AGAIN; THE
      *> LAST ROW ON THE FILE IS THE RUN BEING GATED, SO IT REPLACES
      *> THE EARLIER ONE.  QGA-CHK-THR IS THE THRESHOLD ROW THAT
      *> GOVERNS THE CHECK (ZERO FOR NONE), AND THE HISTORY HOLDS THE
      *> CHECK'S LAST QGA-THR-WINDOW EARLIER RUNS, OLDEST FIRST, IN
      *> FILE ORDER (THE RESULT FILE IS ONLY EVER EXTENDED, SO FILE
      *> ORDER IS RUN ORDER).
       01  QGA-CHK-TAB.
           05  QGA-CHK-ENTRY               OCCURS 50 TIMES.
               10  QGA-CHK-FEED            PIC X(08).
               10  QGA-CHK-NAME            PIC X(20).
               10  QGA-CHK-CHECKED         PIC 9(09).
               10  QGA-CHK-FAILED          PIC 9(09).
               10  QGA-CHK-THR             PIC 9(03) COMP.
               10  QGA-HIST-CNT            PIC 9(02) COMP.
               10  QGA-HIST-RUN            OCCURS 12 TIMES.
                   15  QGA-HIST-CHECKED    PIC 9(09).
                   15  QGA-HIST-FAILED     PIC 9(09).
       01  QGA-CHK-MAX                     PIC 9(02) COMP  VALUE 50.
       01  QGA-CHK-CNT                     PIC 9(02) COMP  VALUE 0.
       01  QGA-CX                          PIC 9(02) COMP  VALUE 0.
       01  QGA-HX                          PIC 9(02) COMP  VALUE 0.
       01  QGA-CHK-FOUND-SW                PIC X(01)       VALUE "N".
           88  QGA-CHK-FOUND               VALUE "Y".
      *> ------------------- JUDGEMENT WORK AREA ----------------------
       01  QGA-RATE                        PIC 9(03)V99    VALUE 0.
       01  QGA-AVG-RATE                    PIC 9(03)V99    VALUE 0.
       01  QGA-JUMP-LEVEL                  PIC 9(05)V99    VALUE 0.
       01  QGA-SUM-CHECKED                 PIC 9(11)       VALUE 0.
       01  QGA-SUM-FAILED                  PIC 9(11)       VALUE 0.
       01  QGA-VERDICT                     PIC X(08)       VALUE SPACES.
           88  QGA-VERDICT-PASSED          VALUE "PASSED".
           88  QGA-VERDICT-LIMIT           VALUE "TRIPPED".
           88  QGA-VERDICT-JUMP            VALUE "JUMPED".
           88  QGA-VERDICT-NO-LIMIT        VALUE "NO LIMIT".
      *> ------------------- COUNTERS AND REPORT ----------------------
       01  QGA-RSLT-CNT                    PIC 9(07)       VALUE 0.
       01  QGA-HIST-ROW-CNT                PIC 9(07)       VALUE 0.
       01  QGA-TRIP-CNT                    PIC 9(03)       VALUE 0.
       01  QGA-NO-LIMIT-CNT                PIC 9(03)       VALUE 0.
       01  QGA-COUNT-TXT                   PIC ZZZ,ZZZ,ZZ9.
       01  QGA-FAILED-TXT                  PIC ZZZ,ZZZ,ZZ9.
       01  QGA-RATE-TXT                    PIC ZZ9.99.
       01  QGA-LIMIT-TXT                   PIC ZZ9.99.
       01  QGA-AVG-TXT                     PIC ZZ9.99.
       01  QGA-RUNS-TXT                    PIC Z9.
       01  QGA-OUT-LINE                    PIC X(132)      VALUE SPACES.
      *> THE SHARED ALERT-WRITE WORK FIELDS - SEE ALERTWS.cpy.
       COPY ALERTWS.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-TONIGHT THRU 2000-EXIT
               UNTIL QGA-RSLT-EOF
           PERFORM 2500-REOPEN-RESULTS THRU 2500-EXIT
           PERFORM 2600-LOAD-HISTORY THRU 2600-EXIT
               UNTIL QGA-RSLT-EOF
           IF NOT QGA-HALTED
               PERFORM 3000-JUDGE-ONE-CHECK THRU 3000-EXIT
                   VARYING QGA-CX FROM 1 BY 1
                   UNTIL QGA-CX > QGA-CHK-CNT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT QGA-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARMS THRU 1100-EXIT
           IF QGA-HALTED
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT QGRPT-FILE
           IF NOT QGA-QGRPT-OK
               DISPLAY "QUALGATE - UNABLE TO OPEN QGRPT, STATUS="
                   QGA-QGRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO QGA-QGRPT-OPENED-SW
           OPEN INPUT QGTHR-FILE
           IF NOT QGA-QGTHR-OK
               DISPLAY "QUALGATE - UNABLE TO OPEN QGTHR, STATUS="
                   QGA-QGTHR-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO QGA-QGTHR-OPENED-SW
           PERFORM 1200-LOAD-ONE-THRESHOLD THRU 1200-EXIT
               UNTIL QGA-THR-EOF
           IF QGA-HALTED
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT QUALRSLT-FILE
           IF NOT QGA-QUALRSLT-OK
               DISPLAY "QUALGATE - UNABLE TO OPEN QUALRSLT, STATUS="
                   QGA-QUALRSLT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO QGA-QUALRSLT-OPENED-SW
           MOVE SPACES TO QGA-OUT-LINE
           STRING "QUALGATE - " QGA-PROGRAM DELIMITED BY SIZE
               " QUALITY GATE FOR RUN DATE " DELIMITED BY SIZE
               QGA-RUN-DATE DELIMITED BY SIZE
               INTO QGA-OUT-LINE
           END-STRING
           WRITE QGRPT-RECORD FROM QGA-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-READ-PARMS - THE CARD MUST NAME THE PROGRAM TO GATE.    *
      *  A BLANK STEP NAME OR RUN DATE LEAVES ITS DEFAULT IN PLACE;   *
      *  A RUN DATE THAT IS NOT NUMERIC STOPS THE RUN RATHER THAN     *
      *  GATE THE WRONG NIGHT.                                        *
      ******************************************************************
       1100-READ-PARMS.
           OPEN INPUT QGPRM-FILE
           IF NOT QGA-QGPRM-OK
               DISPLAY "QUALGATE - UNABLE TO OPEN QGPRM, STATUS="
                   QGA-QGPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           READ QGPRM-FILE
               AT END
                   MOVE SPACES TO QGPRM-RECORD
           END-READ
           CLOSE QGPRM-FILE
           IF QGA-PARM-PROGRAM = SPACES
               DISPLAY "QUALGATE - QGPRM NAMES NO PROGRAM TO GATE"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE QGA-PARM-PROGRAM TO QGA-PROGRAM
           IF QGA-PARM-STEP NOT = SPACES
               MOVE QGA-PARM-STEP TO QGA-STEP
           END-IF
           IF QGA-PARM-RUN-DATE = SPACES
               GO TO 1100-EXIT
           END-IF
           IF QGA-PARM-RUN-DATE IS NOT NUMERIC
               DISPLAY "QUALGATE - QGPRM RUN DATE '" QGA-PARM-RUN-DATE
                   "' IS NOT YYYYMMDD"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE QGA-PARM-RUN-DATE-N TO QGA-RUN-DATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-ONE-THRESHOLD - KEEPS THE GATED PROGRAM'S ROWS.    *
      *  A ROW WITH A NON-NUMERIC LIMIT IS REPORTED AND SKIPPED, SO   *
      *  ITS CHECK SHOWS AS NO LIMIT RATHER THAN AS A GUESS.          *
      ******************************************************************
       1200-LOAD-ONE-THRESHOLD.
           READ QGTHR-FILE
               AT END
                   MOVE "Y" TO QGA-THR-EOF-SW
                   GO TO 1200-EXIT
           END-READ
           IF QGT-PROGRAM NOT = QGA-PROGRAM
               GO TO 1200-EXIT
           END-IF
           IF QGT-MAX-FAIL-PCT IS NOT NUMERIC
               OR QGT-AVG-WINDOW IS NOT NUMERIC
               OR QGT-JUMP-FACTOR IS NOT NUMERIC
               OR QGT-MIN-JUMP-PCT IS NOT NUMERIC
               DISPLAY "QUALGATE - THRESHOLD ROW FOR '" QGT-FEED " "
                   QGT-CHECK-NAME "' IS NOT NUMERIC, SKIPPED"
               GO TO 1200-EXIT
           END-IF
           IF QGA-THR-CNT NOT < QGA-THR-MAX
               DISPLAY "QUALGATE - MORE THAN " QGA-THR-MAX
                   " THRESHOLD ROWS FOR " QGA-PROGRAM
               MOVE "Y" TO QGA-THR-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO QGA-THR-CNT
           MOVE QGT-FEED         TO QGA-THR-FEED (QGA-THR-CNT)
           MOVE QGT-CHECK-NAME   TO QGA-THR-CHECK (QGA-THR-CNT)
           MOVE QGT-MAX-FAIL-PCT TO QGA-THR-MAX-PCT (QGA-THR-CNT)
           MOVE QGT-AVG-WINDOW   TO QGA-THR-WINDOW (QGA-THR-CNT)
           IF QGT-AVG-WINDOW > 12
               MOVE 12 TO QGA-THR-WINDOW (QGA-THR-CNT)
           END-IF
           MOVE QGT-JUMP-FACTOR  TO QGA-THR-FACTOR (QGA-THR-CNT)
           IF QGT-JUMP-FACTOR < 1
               MOVE 1 TO QGA-THR-FACTOR (QGA-THR-CNT)
           END-IF
           MOVE QGT-MIN-JUMP-PCT TO QGA-THR-MIN-JUMP (QGA-THR-CNT).
       1200-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO QGA-HALT-SW
           MOVE "ERROR" TO ALT-WS-SEVERITY
           MOVE "QUALGATE" TO ALT-WS-SOURCE
           MOVE SPACES TO ALT-WS-DETAIL-TEXT
           STRING "QUALITY GATE HELD SHUT, COULD NOT RUN - "
               DELIMITED BY SIZE
               QGA-PROGRAM DELIMITED BY SPACE
               INTO ALT-WS-DETAIL-TEXT
           END-STRING
           PERFORM 8300-WRITE-ALERT THRU 8300-EXIT
           MOVE "Y" TO QGA-RSLT-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LOAD-TONIGHT - FIRST PASS.  THE GATED PROGRAM'S ROWS    *
      *  FOR THE RUN DATE BUILD THE CHECK TABLE, THE LATEST ROW FOR   *
      *  A FEED AND CHECK REPLACING ANY EARLIER ONE.                  *
      ******************************************************************
       2000-LOAD-TONIGHT.
           READ QUALRSLT-FILE
               AT END
                   MOVE "Y" TO QGA-RSLT-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO QGA-RSLT-CNT
           IF QLR-PROGRAM NOT = QGA-PROGRAM
               OR QLR-RUN-DATE NOT = QGA-RUN-DATE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2800-FIND-CHECK THRU 2800-EXIT
           IF NOT QGA-CHK-FOUND
               IF QGA-CHK-CNT NOT < QGA-CHK-MAX
                   DISPLAY "QUALGATE - MORE THAN " QGA-CHK-MAX
                       " CHECKS POSTED BY " QGA-PROGRAM
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO QGA-CHK-CNT
               MOVE QGA-CHK-CNT TO QGA-CX
               MOVE QLR-FEED       TO QGA-CHK-FEED (QGA-CX)
               MOVE QLR-CHECK-NAME TO QGA-CHK-NAME (QGA-CX)
               MOVE 0 TO QGA-HIST-CNT (QGA-CX)
               PERFORM 2900-MATCH-THRESHOLD THRU 2900-EXIT
           END-IF
           MOVE QLR-RECORDS-CHECKED TO QGA-CHK-CHECKED (QGA-CX)
           MOVE QLR-RECORDS-FAILED  TO QGA-CHK-FAILED (QGA-CX).
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-REOPEN-RESULTS - THE ROLLING AVERAGES NEED THE CHECKS   *
      *  KNOWN BEFORE THE EARLIER RUNS CAN BE PICKED OUT, SO THE      *
      *  RESULT FILE IS READ A SECOND TIME.                           *
      ******************************************************************
       2500-REOPEN-RESULTS.
           IF QGA-HALTED OR QGA-CHK-CNT = 0
               GO TO 2500-EXIT
           END-IF
           CLOSE QUALRSLT-FILE
           MOVE "N" TO QGA-QUALRSLT-OPENED-SW
           OPEN INPUT QUALRSLT-FILE
           IF NOT QGA-QUALRSLT-OK
               DISPLAY "QUALGATE - UNABLE TO REOPEN QUALRSLT, STATUS="
                   QGA-QUALRSLT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE "Y" TO QGA-QUALRSLT-OPENED-SW
           MOVE "N" TO QGA-RSLT-EOF-SW.
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2600-LOAD-HISTORY - SECOND PASS.  EVERY EARLIER-DATED ROW OF *
      *  A CHECK WITH A ROLLING WINDOW JOINS THAT CHECK'S HISTORY,    *
      *  THE OLDEST RUN DROPPING OFF ONCE THE WINDOW IS FULL.         *
      ******************************************************************
       2600-LOAD-HISTORY.
           READ QUALRSLT-FILE
               AT END
                   MOVE "Y" TO QGA-RSLT-EOF-SW
                   GO TO 2600-EXIT
           END-READ
           IF QLR-PROGRAM NOT = QGA-PROGRAM
               OR QLR-RUN-DATE NOT < QGA-RUN-DATE
               GO TO 2600-EXIT
           END-IF
           PERFORM 2800-FIND-CHECK THRU 2800-EXIT
           IF NOT QGA-CHK-FOUND
               GO TO 2600-EXIT
           END-IF
           IF QGA-CHK-THR (QGA-CX) = 0
               GO TO 2600-EXIT
           END-IF
           MOVE QGA-CHK-THR (QGA-CX) TO QGA-TX
           IF QGA-THR-WINDOW (QGA-TX) = 0
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO QGA-HIST-ROW-CNT
           IF QGA-HIST-CNT (QGA-CX) < QGA-THR-WINDOW (QGA-TX)
               ADD 1 TO QGA-HIST-CNT (QGA-CX)
           ELSE
               PERFORM 2610-SHIFT-ONE-RUN THRU 2610-EXIT
                   VARYING QGA-HX FROM 1 BY 1
                   UNTIL QGA-HX NOT < QGA-THR-WINDOW (QGA-TX)
           END-IF
           MOVE QLR-RECORDS-CHECKED
               TO QGA-HIST-CHECKED (QGA-CX, QGA-HIST-CNT (QGA-CX))
           MOVE QLR-RECORDS-FAILED
               TO QGA-HIST-FAILED (QGA-CX, QGA-HIST-CNT (QGA-CX)).
       2600-EXIT.
           EXIT.
      *
       2610-SHIFT-ONE-RUN.
           MOVE QGA-HIST-RUN (QGA-CX, QGA-HX + 1)
               TO QGA-HIST-RUN (QGA-CX, QGA-HX).
       2610-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2800-FIND-CHECK - LOOKS UP THE CURRENT RESULT ROW'S FEED AND *
      *  CHECK IN THE CHECK TABLE.  ON A HIT QGA-CX POINTS AT IT.     *
      ******************************************************************
       2800-FIND-CHECK.
           MOVE "N" TO QGA-CHK-FOUND-SW
           PERFORM 2810-TEST-ONE-CHECK THRU 2810-EXIT
               VARYING QGA-CX FROM 1 BY 1
               UNTIL QGA-CX > QGA-CHK-CNT OR QGA-CHK-FOUND
           IF QGA-CHK-FOUND
               SUBTRACT 1 FROM QGA-CX
           END-IF.
       2800-EXIT.
           EXIT.
      *
       2810-TEST-ONE-CHECK.
           IF QGA-CHK-FEED (QGA-CX) = QLR-FEED
               AND QGA-CHK-NAME (QGA-CX) = QLR-CHECK-NAME
               MOVE "Y" TO QGA-CHK-FOUND-SW
           END-IF.
       2810-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2900-MATCH-THRESHOLD - THE FEED'S ROW FOR THIS CHECK BY NAME *
      *  GOVERNS IT; FAILING THAT, THE FEED'S BLANK-CHECK ROW.        *
      ******************************************************************
       2900-MATCH-THRESHOLD.
           MOVE 0 TO QGA-CHK-THR (QGA-CX)
           PERFORM 2910-TEST-ONE-THRESHOLD THRU 2910-EXIT
               VARYING QGA-TX FROM 1 BY 1
               UNTIL QGA-TX > QGA-THR-CNT.
       2900-EXIT.
           EXIT.
      *
       2910-TEST-ONE-THRESHOLD.
           IF QGA-THR-FEED (QGA-TX) NOT = QGA-CHK-FEED (QGA-CX)
               GO TO 2910-EXIT
           END-IF
           IF QGA-THR-CHECK (QGA-TX) = QGA-CHK-NAME (QGA-CX)
               MOVE QGA-TX TO QGA-CHK-THR (QGA-CX)
               GO TO 2910-EXIT
           END-IF
           IF QGA-THR-CHECK (QGA-TX) = SPACES
               AND QGA-CHK-THR (QGA-CX) = 0
               MOVE QGA-TX TO QGA-CHK-THR (QGA-CX)
           END-IF.
       2910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-JUDGE-ONE-CHECK - OVER THE HARD LIMIT TRIPS.  UNDER IT, *
      *  A RATE MORE THAN THE JUMP FACTOR TIMES THE WINDOW'S AVERAGE  *
      *  RATE, AND AT LEAST THE MINIMUM JUMP ABOVE IT, TRIPS TOO.     *
      *  THE AVERAGE IS TOTAL FAILED OVER TOTAL CHECKED ACROSS THE    *
      *  WINDOW, SO A SMALL RUN DOES NOT WEIGH AS MUCH AS A BIG ONE.  *
      ******************************************************************
       3000-JUDGE-ONE-CHECK.
           MOVE 0 TO QGA-RATE
           MOVE 0 TO QGA-AVG-RATE
           MOVE 0 TO QGA-SUM-CHECKED
           MOVE 0 TO QGA-SUM-FAILED
           IF QGA-CHK-CHECKED (QGA-CX) > 0
               COMPUTE QGA-RATE ROUNDED =
                   QGA-CHK-FAILED (QGA-CX) * 100
                   / QGA-CHK-CHECKED (QGA-CX)
           END-IF
           IF QGA-CHK-THR (QGA-CX) = 0
               SET QGA-VERDICT-NO-LIMIT TO TRUE
               ADD 1 TO QGA-NO-LIMIT-CNT
               PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE QGA-CHK-THR (QGA-CX) TO QGA-TX
           PERFORM 3010-ADD-ONE-RUN THRU 3010-EXIT
               VARYING QGA-HX FROM 1 BY 1
               UNTIL QGA-HX > QGA-HIST-CNT (QGA-CX)
           IF QGA-SUM-CHECKED > 0
               COMPUTE QGA-AVG-RATE ROUNDED =
                   QGA-SUM-FAILED * 100 / QGA-SUM-CHECKED
           END-IF
           COMPUTE QGA-JUMP-LEVEL =
               QGA-AVG-RATE * QGA-THR-FACTOR (QGA-TX)
           EVALUATE TRUE
               WHEN QGA-RATE > QGA-THR-MAX-PCT (QGA-TX)
                   SET QGA-VERDICT-LIMIT TO TRUE
                   ADD 1 TO QGA-TRIP-CNT
               WHEN QGA-SUM-CHECKED > 0
                   AND QGA-RATE > QGA-JUMP-LEVEL
                   AND QGA-RATE - QGA-AVG-RATE
                       NOT < QGA-THR-MIN-JUMP (QGA-TX)
                   SET QGA-VERDICT-JUMP TO TRUE
                   ADD 1 TO QGA-TRIP-CNT
               WHEN OTHER
                   SET QGA-VERDICT-PASSED TO TRUE
           END-EVALUATE
           PERFORM 3100-WRITE-CHECK-LINE THRU 3100-EXIT
           IF NOT QGA-VERDICT-PASSED
               PERFORM 3200-RAISE-ALERT THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3010-ADD-ONE-RUN.
           ADD QGA-HIST-CHECKED (QGA-CX, QGA-HX) TO QGA-SUM-CHECKED
           ADD QGA-HIST-FAILED (QGA-CX, QGA-HX)  TO QGA-SUM-FAILED.
       3010-EXIT.
           EXIT.
      *
       3100-WRITE-CHECK-LINE.
           MOVE QGA-CHK-CHECKED (QGA-CX) TO QGA-COUNT-TXT
           MOVE QGA-CHK-FAILED (QGA-CX)  TO QGA-FAILED-TXT
           MOVE QGA-RATE TO QGA-RATE-TXT
           MOVE SPACES TO QGA-OUT-LINE
           IF QGA-VERDICT-NO-LIMIT
               STRING QGA-VERDICT DELIMITED BY SIZE
                   " " QGA-CHK-FEED (QGA-CX) DELIMITED BY SIZE
                   " " QGA-CHK-NAME (QGA-CX) DELIMITED BY SIZE
                   " CHECKED" QGA-COUNT-TXT DELIMITED BY SIZE
                   " FAILED" QGA-FAILED-TXT DELIMITED BY SIZE
                   " RATE" QGA-RATE-TXT "%" DELIMITED BY SIZE
                   " - NO THRESHOLD ROW ON QGTHR" DELIMITED BY SIZE
                   INTO QGA-OUT-LINE
               END-STRING
               WRITE QGRPT-RECORD FROM QGA-OUT-LINE
               GO TO 3100-EXIT
           END-IF
           MOVE QGA-THR-MAX-PCT (QGA-TX) TO QGA-LIMIT-TXT
           MOVE QGA-AVG-RATE TO QGA-AVG-TXT
           MOVE QGA-HIST-CNT (QGA-CX) TO QGA-RUNS-TXT
           STRING QGA-VERDICT DELIMITED BY SIZE
               " " QGA-CHK-FEED (QGA-CX) DELIMITED BY SIZE
               " " QGA-CHK-NAME (QGA-CX) DELIMITED BY SIZE
               " CHECKED" QGA-COUNT-TXT DELIMITED BY SIZE
               " FAILED" QGA-FAILED-TXT DELIMITED BY SIZE
               " RATE" QGA-RATE-TXT "%" DELIMITED BY SIZE
               " LIMIT" QGA-LIMIT-TXT "%" DELIMITED BY SIZE
               " AVG" QGA-AVG-TXT "% OVER" DELIMITED BY SIZE
               QGA-RUNS-TXT " RUNS" DELIMITED BY SIZE
               INTO QGA-OUT-LINE
           END-STRING
           WRITE QGRPT-RECORD FROM QGA-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
       3200-RAISE-ALERT.
           MOVE "ERROR" TO ALT-WS-SEVERITY
           MOVE SPACES TO ALT-WS-SOURCE
           STRING QGA-CHK-FEED (QGA-CX) DELIMITED BY SPACE
               " " QGA-CHK-NAME (QGA-CX) DELIMITED BY SIZE
               INTO ALT-WS-SOURCE
           END-STRING
           MOVE SPACES TO ALT-WS-DETAIL-TEXT
           IF QGA-VERDICT-LIMIT
               STRING QGA-PROGRAM DELIMITED BY SPACE
                   " GATE TRIPPED - FAIL RATE" DELIMITED BY SIZE
                   QGA-RATE-TXT "% OVER LIMIT" DELIMITED BY SIZE
                   QGA-LIMIT-TXT "%" DELIMITED BY SIZE
                   INTO ALT-WS-DETAIL-TEXT
               END-STRING
           ELSE
               STRING QGA-PROGRAM DELIMITED BY SPACE
                   " GATE TRIPPED - FAIL RATE" DELIMITED BY SIZE
                   QGA-RATE-TXT "% JUMPED FROM" DELIMITED BY SIZE
                   QGA-AVG-TXT "% AVG OF" DELIMITED BY SIZE
                   QGA-RUNS-TXT " RUNS" DELIMITED BY SIZE
                   INTO ALT-WS-DETAIL-TEXT
               END-STRING
           END-IF
           PERFORM 8300-WRITE-ALERT THRU 8300-EXIT.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-SUMMARIZE - A PROGRAM THAT POSTED NOTHING FOR THE RUN   *
      *  DATE DID NOT RUN, OR RAN WITHOUT ITS CHECKS; EITHER WAY      *
      *  THERE IS NOTHING TO VOUCH FOR, SO THE GATE STAYS SHUT.       *
      ******************************************************************
       4000-SUMMARIZE.
           IF QGA-HALTED
               GO TO 4000-EXIT
           END-IF
           DISPLAY "QUALGATE - " QGA-PROGRAM " " QGA-CHK-CNT
               " CHECKS JUDGED, " QGA-TRIP-CNT " TRIPPED, "
               QGA-NO-LIMIT-CNT " WITHOUT A THRESHOLD, "
               QGA-HIST-ROW-CNT " EARLIER RUNS AVERAGED"
           IF QGA-CHK-CNT = 0
               MOVE SPACES TO QGA-OUT-LINE
               STRING "NO QUALITY RESULTS POSTED BY " DELIMITED BY SIZE
                   QGA-PROGRAM " FOR " QGA-RUN-DATE DELIMITED BY SIZE
                   " - GATE HELD SHUT" DELIMITED BY SIZE
                   INTO QGA-OUT-LINE
               END-STRING
               WRITE QGRPT-RECORD FROM QGA-OUT-LINE
               MOVE "ERROR" TO ALT-WS-SEVERITY
               MOVE QGA-PROGRAM TO ALT-WS-SOURCE
               MOVE QGA-OUT-LINE TO ALT-WS-DETAIL-TEXT
               PERFORM 8300-WRITE-ALERT THRU 8300-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           IF QGA-NO-LIMIT-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF QGA-TRIP-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> SHARED ALERT-WRITE PARAGRAPH - SEE ALERTWR.cpy.
       COPY ALERTWR.
      *
       8500-POST-RUN-LOG.
           MOVE QGA-STEP TO RNL-WS-PROGRAM
           MOVE QGA-RSLT-CNT TO RNL-WS-RECORDS-IN
           MOVE QGA-CHK-CNT TO RNL-WS-RECORDS-OUT
           MOVE QGA-TRIP-CNT TO RNL-WS-RECORDS-SUSP
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF QGA-QGTHR-OPENED
               CLOSE QGTHR-FILE
           END-IF
           IF QGA-QUALRSLT-OPENED
               CLOSE QUALRSLT-FILE
           END-IF
           IF QGA-QGRPT-OPENED
               CLOSE QGRPT-FILE
           END-IF.
