      ******************************************************************
      **                                                               *
      **  PROGRAM      FIRLOB                                          *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  FIRE ALLOCATION LINE-OF-BUSINESS ROLL-UP.      *
      **      EVERY FIRE ALLOCATION RECORD ON DD FIREXT IS PLACED IN   *
      **      THE H-CODE HIERARCHY (DD HCODELOB, HCLOBREC - THE TABLE  *
      **      REFTMNT MAINTAINS AS TABLE "Y" BESIDE HCODEREF) BY THE   *
      **      MAPPING IN FORCE ON ITS OWN FILE-DATE, SO A REMAPPING    *
      **      NEVER MOVES AN EARLIER PERIOD.  ITS PREM-ALLOC TOTAL     *
      **      (THE FIFTEEN PREM-ALLOC-FIELDS AMOUNTS) AND LOSS-ALLOC   *
      **      TOTAL (THE NINE LOSS-ALLOC-FIELDS AMOUNTS) ARE ADDED TO  *
      **      ITS WRITING-MIS-STATE, SEGMENT, LINE AND SUB-LINE.       *
      **                                                               *
      **      DD LOBRPT SHOWS, STATE BY STATE, EACH SUB-LINE WITH ITS  *
      **      LINE AND SEGMENT SUBTOTALS, THEN THE STATE'S UNMAPPED    *
      **      AMOUNT AND THE STATE TOTAL, SO EVERY DOLLAR ON FIREXT    *
      **      LANDS ON A LINE; A GRAND TOTAL FOLLOWS.  A CLOSING       *
      **      SECTION CALLS OUT EVERY STATE AND H-CODE WITH NO         *
      **      MAPPING ON ITS FILE-DATE - NO MAPPING ROW AT ALL, OR     *
      **      NONE IN FORCE ON THAT DAY - WITH ITS AMOUNTS.            *
      **                                                               *
      **      RETURN-CODE 4  - ONE OR MORE RECORDS HAD NO MAPPING.     *
      **      RETURN-CODE 16 - A FILE COULD NOT BE OPENED OR A TABLE   *
      **                       OVERFLOWED; THE REPORT IS INCOMPLETE.   *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRLOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HCODELOB-FILE ASSIGN TO "HCODELOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOB-HCODELOB-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE FIRE ALLOCATION
      *> RECORD'S OVERPUNCHED AMOUNT BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT FIREXT-FILE   ASSIGN TO "FIREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOB-FIREXT-STATUS.
           SELECT LOBRPT-FILE   ASSIGN TO "LOBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOB-LOBRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HCODELOB-FILE.
       COPY HCLOBREC.
       FD  FIREXT-FILE.
       01  FIREXT-RECORD                   PIC X(487).
       FD  LOBRPT-FILE.
       01  LOBRPT-RECORD                   PIC X(120).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       COPY FIREALOC.
       01  LOB-HCODELOB-STATUS             PIC XX.
           88  LOB-HCODELOB-OK             VALUE "00".
       01  LOB-FIREXT-STATUS               PIC XX.
           88  LOB-FIREXT-OK               VALUE "00".
       01  LOB-LOBRPT-STATUS               PIC XX.
           88  LOB-LOBRPT-OK               VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE INPUT STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  LOB-INPUT-OPENED-SW             PIC X(01)       VALUE "N".
           88  LOB-INPUT-OPENED            VALUE "Y".
       01  LOB-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  LOB-OUTPUTS-OPENED          VALUE "Y".
       01  LOB-EOF-SW                      PIC X(01)       VALUE "N".
           88  LOB-EOF                     VALUE "Y".
       01  LOB-HLB-EOF-SW                  PIC X(01)       VALUE "N".
           88  LOB-HLB-EOF                 VALUE "Y".
      *> ------------------- THE HIERARCHY ROWS ------------------------
      *> EVERY MAPPING WINDOW, OPEN OR CLOSED - A RECORD IS JUDGED BY
      *> ITS OWN FILE-DATE, SO RETIRED WINDOWS STILL PLACE OLD ONES.
       01  LOB-HLB-MAX                     PIC 9(04) COMP  VALUE 2000.
       01  LOB-HLB-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LOB-HLB-OVER-CNT                PIC 9(08)       VALUE 0.
       01  LOB-HLB-TAB.
           05  LOB-HLB-ENTRY               OCCURS 2000 TIMES.
               10  LOB-HLB-H-CODE          PIC X(06).
               10  LOB-HLB-SUB-LINE        PIC X(06).
               10  LOB-HLB-LINE            PIC X(04).
               10  LOB-HLB-SEGMENT         PIC X(04).
               10  LOB-HLB-DESC            PIC X(26).
               10  LOB-HLB-EFF             PIC 9(08).
               10  LOB-HLB-END             PIC 9(08).
       01  LOB-HX                          PIC 9(04) COMP  VALUE 0.
       01  LOB-HLB-HIT                     PIC 9(04) COMP  VALUE 0.
       01  LOB-HCODE-SEEN-SW               PIC X(01)       VALUE "N".
           88  LOB-HCODE-SEEN              VALUE "Y".
      *> ----------------------- THE RECORD ----------------------------
       01  LOB-REC-FILE-DATE               PIC 9(08)       VALUE 0.
       01  LOB-REC-PREM                    PIC S9(17)V99   VALUE 0.
       01  LOB-REC-LOSS                    PIC S9(17)V99   VALUE 0.
       01  LOB-AX                          PIC 9(04) COMP  VALUE 0.
       01  LOB-LOW-DATE                    PIC 9(08)       VALUE 0.
       01  LOB-HIGH-DATE                   PIC 9(08)       VALUE 0.
      *> ------------------------- CELLS -------------------------------
      *> ONE ENTRY PER STATE AND SUB-LINE, KEPT IN KEY ORDER AS IT
      *> FILLS SO THE REPORT NEEDS NO SORT STEP.  THE CLASS BYTE
      *> SORTS A STATE'S UNMAPPED CELL ("U", LEVELS BLANK) AFTER ITS
      *> MAPPED ONES ("M").
       01  LOB-CEL-MAX                     PIC 9(04) COMP  VALUE 3000.
       01  LOB-CEL-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LOB-CEL-OVER-CNT                PIC 9(08)       VALUE 0.
       01  LOB-CEL-TAB.
           05  LOB-CEL-ENTRY               OCCURS 3000 TIMES.
               10  LOB-CEL-KEY.
                   15  LOB-CEL-STATE       PIC X(02).
                   15  LOB-CEL-CLASS       PIC X(01).
                   15  LOB-CEL-SEGMENT     PIC X(04).
                   15  LOB-CEL-LINE        PIC X(04).
                   15  LOB-CEL-SUB-LINE    PIC X(06).
               10  LOB-CEL-DESC            PIC X(26).
               10  LOB-CEL-REC-CNT         PIC 9(08)      COMP.
               10  LOB-CEL-PREM            PIC S9(17)V99  COMP-3.
               10  LOB-CEL-LOSS            PIC S9(17)V99  COMP-3.
       01  LOB-CX                          PIC 9(04) COMP  VALUE 0.
       01  LOB-CEL-HIT                     PIC 9(04) COMP  VALUE 0.
       01  LOB-SHIFT-IX                    PIC 9(04) COMP  VALUE 0.
       01  LOB-KEY-CEL.
           05  LOB-KEY-STATE               PIC X(02).
           05  LOB-KEY-CLASS               PIC X(01).
               88  LOB-KEY-MAPPED          VALUE "M".
               88  LOB-KEY-UNMAPPED        VALUE "U".
           05  LOB-KEY-SEGMENT             PIC X(04).
           05  LOB-KEY-LINE                PIC X(04).
           05  LOB-KEY-SUB-LINE            PIC X(06).
      *> ------------------- THE UNMAPPED H-CODES ----------------------
      *> ONE ENTRY PER STATE, H-CODE AND REASON, IN ORDER OF FIRST
      *> SIGHTING.
       01  LOB-UNM-MAX                     PIC 9(04) COMP  VALUE 500.
       01  LOB-UNM-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LOB-UNM-OVER-CNT                PIC 9(08)       VALUE 0.
       01  LOB-UNM-TAB.
           05  LOB-UNM-ENTRY               OCCURS 500 TIMES.
               10  LOB-UNM-KEY.
                   15  LOB-UNM-STATE       PIC X(02).
                   15  LOB-UNM-H-CODE      PIC X(06).
                   15  LOB-UNM-REASON      PIC X(01).
                       88  LOB-UNM-NO-ROW  VALUE "R".
               10  LOB-UNM-REC-CNT         PIC 9(08)      COMP.
               10  LOB-UNM-PREM            PIC S9(17)V99  COMP-3.
               10  LOB-UNM-LOSS            PIC S9(17)V99  COMP-3.
       01  LOB-UX                          PIC 9(04) COMP  VALUE 0.
       01  LOB-UNM-HIT                     PIC 9(04) COMP  VALUE 0.
       01  LOB-KEY-UNM.
           05  LOB-KEY-UNM-STATE           PIC X(02).
           05  LOB-KEY-UNM-H-CODE          PIC X(06).
           05  LOB-KEY-UNM-REASON          PIC X(01).
      *> --------------------- CONTROL BREAKS --------------------------
      *> A LEVEL'S SUBTOTAL IS OPEN ONCE A MAPPED SUB-LINE HAS BEEN
      *> ADDED TO IT AND PRINTS WHEN THE LEVEL ABOVE OR ITS OWN KEY
      *> CHANGES.
       01  LOB-LINE-OPEN-SW                PIC X(01)       VALUE "N".
           88  LOB-LINE-OPEN               VALUE "Y".
       01  LOB-SEG-OPEN-SW                 PIC X(01)       VALUE "N".
           88  LOB-SEG-OPEN                VALUE "Y".
       01  LOB-PRV-STATE                   PIC X(02)       VALUE SPACES.
       01  LOB-PRV-SEGMENT                 PIC X(04)       VALUE SPACES.
       01  LOB-PRV-LINE                    PIC X(04)       VALUE SPACES.
       01  LOB-LINE-PREM                   PIC S9(17)V99   VALUE 0.
       01  LOB-LINE-LOSS                   PIC S9(17)V99   VALUE 0.
       01  LOB-SEG-PREM                    PIC S9(17)V99   VALUE 0.
       01  LOB-SEG-LOSS                    PIC S9(17)V99   VALUE 0.
       01  LOB-ST-PREM                     PIC S9(17)V99   VALUE 0.
       01  LOB-ST-LOSS                     PIC S9(17)V99   VALUE 0.
       01  LOB-LINE-RECS                   PIC 9(08)       VALUE 0.
       01  LOB-SEG-RECS                    PIC 9(08)       VALUE 0.
       01  LOB-ST-RECS                     PIC 9(08)       VALUE 0.
       01  LOB-GRAND-PREM                  PIC S9(17)V99   VALUE 0.
       01  LOB-GRAND-LOSS                  PIC S9(17)V99   VALUE 0.
       01  LOB-UNM-TOT-PREM                PIC S9(17)V99   VALUE 0.
       01  LOB-UNM-TOT-LOSS                PIC S9(17)V99   VALUE 0.
      *> --------------------- RUN COUNTERS ----------------------------
       01  LOB-READ-CNT                    PIC 9(08)       VALUE 0.
       01  LOB-MAPPED-CNT                  PIC 9(08)       VALUE 0.
       01  LOB-UNMAPPED-CNT                PIC 9(08)       VALUE 0.
       01  LOB-UNPOSTED-CNT                PIC 9(08)       VALUE 0.
      *> ----------------------- PRINT LINES ---------------------------
       01  LOB-OUT-LINE                    PIC X(120)      VALUE SPACES.
       01  LOB-LINE-KEY                    PIC X(50)       VALUE SPACES.
       01  LOB-PRT-PREM                    PIC S9(17)V99   VALUE 0.
       01  LOB-PRT-LOSS                    PIC S9(17)V99   VALUE 0.
       01  LOB-PRT-RECS                    PIC 9(08)       VALUE 0.
       01  LOB-PREM-TXT                    PIC -(15)9.99.
       01  LOB-LOSS-TXT                    PIC -(15)9.99.
       01  LOB-CNT-TXT                     PIC Z(7)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-MAPPING THRU 1100-EXIT
               UNTIL LOB-HLB-EOF
           PERFORM 2000-POST-ONE-RECORD THRU 2000-EXIT
               UNTIL LOB-EOF
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
           PERFORM 8000-SUMMARIZE THRU 8000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE "Y" TO LOB-EOF-SW
           MOVE "Y" TO LOB-HLB-EOF-SW
           OPEN INPUT HCODELOB-FILE
           IF NOT LOB-HCODELOB-OK
               DISPLAY "FIRLOB - UNABLE TO OPEN HCODELOB, STATUS="
                   LOB-HCODELOB-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FIREXT-FILE
           IF NOT LOB-FIREXT-OK
               DISPLAY "FIRLOB - UNABLE TO OPEN FIREXT, STATUS="
                   LOB-FIREXT-STATUS
               CLOSE HCODELOB-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO LOB-INPUT-OPENED-SW
           OPEN OUTPUT LOBRPT-FILE
           IF NOT LOB-LOBRPT-OK
               DISPLAY "FIRLOB - UNABLE TO OPEN LOBRPT, STATUS="
                   LOB-LOBRPT-STATUS
               CLOSE HCODELOB-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO LOB-OUTPUTS-OPENED-SW
           MOVE "N" TO LOB-EOF-SW
           MOVE "N" TO LOB-HLB-EOF-SW.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-MAPPING.
           READ HCODELOB-FILE
               AT END
                   MOVE "Y" TO LOB-HLB-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF LOB-HLB-CNT NOT < LOB-HLB-MAX
               ADD 1 TO LOB-HLB-OVER-CNT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO LOB-HLB-CNT
           MOVE HLB-H-CODE   TO LOB-HLB-H-CODE (LOB-HLB-CNT)
           MOVE HLB-SUB-LINE TO LOB-HLB-SUB-LINE (LOB-HLB-CNT)
           MOVE HLB-LINE     TO LOB-HLB-LINE (LOB-HLB-CNT)
           MOVE HLB-SEGMENT  TO LOB-HLB-SEGMENT (LOB-HLB-CNT)
           MOVE HLB-DESC     TO LOB-HLB-DESC (LOB-HLB-CNT)
           MOVE HLB-EFF-DATE TO LOB-HLB-EFF (LOB-HLB-CNT)
           MOVE HLB-END-DATE TO LOB-HLB-END (LOB-HLB-CNT).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-POST-ONE-RECORD - TOTALS THE RECORD'S PREM-ALLOC AND     *
      *  LOSS-ALLOC AMOUNTS AND ADDS THEM TO ITS SUB-LINE'S CELL, OR   *
      *  TO ITS STATE'S UNMAPPED CELL AND THE UNMAPPED H-CODE LIST.    *
      ******************************************************************
       2000-POST-ONE-RECORD.
           READ FIREXT-FILE INTO FDW-FIRE-ALLOC-REC
               AT END
                   MOVE "Y" TO LOB-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO LOB-READ-CNT
           MOVE 0 TO LOB-REC-PREM
           MOVE 0 TO LOB-REC-LOSS
           PERFORM 2010-ADD-ONE-PREM-AMT THRU 2010-EXIT
               VARYING LOB-AX FROM 1 BY 1
               UNTIL LOB-AX > 15
           PERFORM 2020-ADD-ONE-LOSS-AMT THRU 2020-EXIT
               VARYING LOB-AX FROM 1 BY 1
               UNTIL LOB-AX > 9
      *> A FILE-DATE THAT IS NOT A DATE CANNOT FALL IN ANY WINDOW,
      *> SO THE RECORD IS CALLED OUT AS UNMAPPED RATHER THAN DROPPED.
           IF FILE-DATE IS NUMERIC
               MOVE FILE-DATE TO LOB-REC-FILE-DATE
               IF LOB-LOW-DATE = 0 OR LOB-REC-FILE-DATE < LOB-LOW-DATE
                   MOVE LOB-REC-FILE-DATE TO LOB-LOW-DATE
               END-IF
               IF LOB-REC-FILE-DATE > LOB-HIGH-DATE
                   MOVE LOB-REC-FILE-DATE TO LOB-HIGH-DATE
               END-IF
           ELSE
               MOVE 0 TO LOB-REC-FILE-DATE
           END-IF
           PERFORM 2100-FIND-MAPPING THRU 2100-EXIT
           MOVE SPACES TO LOB-KEY-CEL
           MOVE WRITING-MIS-STATE TO LOB-KEY-STATE
           IF LOB-HLB-HIT > 0
               MOVE "M" TO LOB-KEY-CLASS
               MOVE LOB-HLB-SEGMENT (LOB-HLB-HIT)  TO LOB-KEY-SEGMENT
               MOVE LOB-HLB-LINE (LOB-HLB-HIT)     TO LOB-KEY-LINE
               MOVE LOB-HLB-SUB-LINE (LOB-HLB-HIT) TO LOB-KEY-SUB-LINE
               ADD 1 TO LOB-MAPPED-CNT
           ELSE
               MOVE "U" TO LOB-KEY-CLASS
               ADD 1 TO LOB-UNMAPPED-CNT
               PERFORM 2300-POST-UNMAPPED THRU 2300-EXIT
           END-IF
           PERFORM 2200-FIND-CELL THRU 2200-EXIT
           IF LOB-CEL-HIT = 0
               ADD 1 TO LOB-UNPOSTED-CNT
               GO TO 2000-EXIT
           END-IF
           IF LOB-HLB-HIT > 0
               MOVE LOB-HLB-DESC (LOB-HLB-HIT)
                   TO LOB-CEL-DESC (LOB-CEL-HIT)
           END-IF
           ADD 1 TO LOB-CEL-REC-CNT (LOB-CEL-HIT)
           ADD LOB-REC-PREM TO LOB-CEL-PREM (LOB-CEL-HIT)
           ADD LOB-REC-LOSS TO LOB-CEL-LOSS (LOB-CEL-HIT).
       2000-EXIT.
           EXIT.
      *
       2010-ADD-ONE-PREM-AMT.
           ADD PAF-AMT-NUM (LOB-AX) TO LOB-REC-PREM.
       2010-EXIT.
           EXIT.
      *
       2020-ADD-ONE-LOSS-AMT.
           ADD LAF-AMT-NUM (LOB-AX) TO LOB-REC-LOSS.
       2020-EXIT.
           EXIT.
      *
      *> LOB-HLB-HIT COMES BACK AS THE MAPPING IN FORCE ON THE
      *> RECORD'S FILE-DATE - THE LATEST-EFFECTIVE ONE WHERE A
      *> RETIREMENT AND ITS REPLACEMENT SHARE A DAY - OR ZERO.
      *> LOB-HCODE-SEEN SAYS WHETHER THE H-CODE HAS ANY ROW AT ALL.
       2100-FIND-MAPPING.
           MOVE 0   TO LOB-HLB-HIT
           MOVE "N" TO LOB-HCODE-SEEN-SW
           PERFORM 2110-CHECK-ONE-MAPPING THRU 2110-EXIT
               VARYING LOB-HX FROM 1 BY 1
               UNTIL LOB-HX > LOB-HLB-CNT.
       2100-EXIT.
           EXIT.
      *
       2110-CHECK-ONE-MAPPING.
           IF LOB-HLB-H-CODE (LOB-HX) NOT = H-CODE
               GO TO 2110-EXIT
           END-IF
           MOVE "Y" TO LOB-HCODE-SEEN-SW
           IF LOB-REC-FILE-DATE = 0
               GO TO 2110-EXIT
           END-IF
           IF LOB-HLB-EFF (LOB-HX) > LOB-REC-FILE-DATE
               GO TO 2110-EXIT
           END-IF
           IF LOB-HLB-END (LOB-HX) NOT = 0
               AND LOB-HLB-END (LOB-HX) < LOB-REC-FILE-DATE
               GO TO 2110-EXIT
           END-IF
           IF LOB-HLB-HIT = 0
               MOVE LOB-HX TO LOB-HLB-HIT
               GO TO 2110-EXIT
           END-IF
           IF LOB-HLB-EFF (LOB-HX) > LOB-HLB-EFF (LOB-HLB-HIT)
               MOVE LOB-HX TO LOB-HLB-HIT
           END-IF.
       2110-EXIT.
           EXIT.
      *
      *> LOB-CEL-HIT COMES BACK AS LOB-KEY-CEL'S ENTRY, OR ZERO WHEN A
      *> NEW CELL WOULD NOT FIT.  LOB-CX STOPS ON THE FIRST ENTRY NOT
      *> BELOW THE KEY - THE MATCH, OR WHERE A NEW ONE GOES.
       2200-FIND-CELL.
           MOVE 0 TO LOB-CEL-HIT
           PERFORM 2900-STEP-PAST-ONE-ENTRY THRU 2900-EXIT
               VARYING LOB-CX FROM 1 BY 1
               UNTIL LOB-CX > LOB-CEL-CNT
               OR LOB-CEL-KEY (LOB-CX) NOT < LOB-KEY-CEL
           IF LOB-CX NOT > LOB-CEL-CNT
               IF LOB-CEL-KEY (LOB-CX) = LOB-KEY-CEL
                   MOVE LOB-CX TO LOB-CEL-HIT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF LOB-CEL-CNT NOT < LOB-CEL-MAX
               ADD 1 TO LOB-CEL-OVER-CNT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-SHIFT-ONE-CELL THRU 2210-EXIT
               VARYING LOB-SHIFT-IX FROM LOB-CEL-CNT BY -1
               UNTIL LOB-SHIFT-IX < LOB-CX
           ADD 1 TO LOB-CEL-CNT
           MOVE LOB-KEY-CEL TO LOB-CEL-KEY (LOB-CX)
           MOVE SPACES TO LOB-CEL-DESC (LOB-CX)
           MOVE 0 TO LOB-CEL-REC-CNT (LOB-CX)
           MOVE 0 TO LOB-CEL-PREM (LOB-CX)
           MOVE 0 TO LOB-CEL-LOSS (LOB-CX)
           MOVE LOB-CX TO LOB-CEL-HIT.
       2200-EXIT.
           EXIT.
      *
       2210-SHIFT-ONE-CELL.
           MOVE LOB-CEL-ENTRY (LOB-SHIFT-IX)
               TO LOB-CEL-ENTRY (LOB-SHIFT-IX + 1).
       2210-EXIT.
           EXIT.
      *
      *> THE UNMAPPED LIST IS FOR THE ANALYST; ITS OVERFLOW LOSES ONLY
      *> DETAIL - THE AMOUNTS STILL REACH THE STATE'S UNMAPPED CELL.
       2300-POST-UNMAPPED.
           MOVE WRITING-MIS-STATE TO LOB-KEY-UNM-STATE
           MOVE H-CODE            TO LOB-KEY-UNM-H-CODE
           IF LOB-HCODE-SEEN
               MOVE "W" TO LOB-KEY-UNM-REASON
           ELSE
               MOVE "R" TO LOB-KEY-UNM-REASON
           END-IF
           MOVE 0 TO LOB-UNM-HIT
           PERFORM 2310-MATCH-ONE-UNMAPPED THRU 2310-EXIT
               VARYING LOB-UX FROM 1 BY 1
               UNTIL LOB-UX > LOB-UNM-CNT OR LOB-UNM-HIT > 0
           IF LOB-UNM-HIT = 0
               IF LOB-UNM-CNT NOT < LOB-UNM-MAX
                   ADD 1 TO LOB-UNM-OVER-CNT
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO LOB-UNM-CNT
               MOVE LOB-UNM-CNT TO LOB-UNM-HIT
               MOVE LOB-KEY-UNM TO LOB-UNM-KEY (LOB-UNM-HIT)
               MOVE 0 TO LOB-UNM-REC-CNT (LOB-UNM-HIT)
               MOVE 0 TO LOB-UNM-PREM (LOB-UNM-HIT)
               MOVE 0 TO LOB-UNM-LOSS (LOB-UNM-HIT)
           END-IF
           ADD 1 TO LOB-UNM-REC-CNT (LOB-UNM-HIT)
           ADD LOB-REC-PREM TO LOB-UNM-PREM (LOB-UNM-HIT)
           ADD LOB-REC-LOSS TO LOB-UNM-LOSS (LOB-UNM-HIT).
       2300-EXIT.
           EXIT.
      *
       2310-MATCH-ONE-UNMAPPED.
           IF LOB-UNM-KEY (LOB-UX) = LOB-KEY-UNM
               MOVE LOB-UX TO LOB-UNM-HIT
           END-IF.
       2310-EXIT.
           EXIT.
      *
       2900-STEP-PAST-ONE-ENTRY.
           CONTINUE.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-WRITE-REPORT - THE CELLS IN KEY ORDER WITH LINE,         *
      *  SEGMENT AND STATE BREAKS, THE GRAND TOTAL, THEN THE           *
      *  UNMAPPED H-CODES.                                             *
      ******************************************************************
       3000-WRITE-REPORT.
           IF NOT LOB-OUTPUTS-OPENED
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO LOB-OUT-LINE
           STRING "FIRE ALLOCATION LINE-OF-BUSINESS ROLL-UP - "
               "FILE-DATES " LOB-LOW-DATE " TO " LOB-HIGH-DATE
               DELIMITED BY SIZE INTO LOB-OUT-LINE
           END-STRING
           WRITE LOBRPT-RECORD FROM LOB-OUT-LINE
           MOVE SPACES TO LOBRPT-RECORD
           WRITE LOBRPT-RECORD
           MOVE SPACES TO LOB-OUT-LINE
           STRING "ST SEGM LINE SUB-LN DESCRIPTION                "
               "          PREM-ALLOC          LOSS-ALLOC  RECORDS"
               DELIMITED BY SIZE INTO LOB-OUT-LINE
           END-STRING
           WRITE LOBRPT-RECORD FROM LOB-OUT-LINE
           PERFORM 3100-REPORT-ONE-CELL THRU 3100-EXIT
               VARYING LOB-CX FROM 1 BY 1
               UNTIL LOB-CX > LOB-CEL-CNT
           IF LOB-CEL-CNT > 0
               PERFORM 3300-CLOSE-LINE THRU 3300-EXIT
               PERFORM 3400-CLOSE-SEGMENT THRU 3400-EXIT
               PERFORM 3500-CLOSE-STATE THRU 3500-EXIT
           END-IF
           MOVE "ALL STATES - GRAND TOTAL" TO LOB-LINE-KEY
           MOVE LOB-GRAND-PREM TO LOB-PRT-PREM
           MOVE LOB-GRAND-LOSS TO LOB-PRT-LOSS
           MOVE LOB-READ-CNT TO LOB-PRT-RECS
           PERFORM 3900-WRITE-AMOUNT-LINE THRU 3900-EXIT
           MOVE "  OF WHICH UNMAPPED" TO LOB-LINE-KEY
           MOVE LOB-UNM-TOT-PREM TO LOB-PRT-PREM
           MOVE LOB-UNM-TOT-LOSS TO LOB-PRT-LOSS
           MOVE LOB-UNMAPPED-CNT TO LOB-PRT-RECS
           PERFORM 3900-WRITE-AMOUNT-LINE THRU 3900-EXIT
           MOVE SPACES TO LOBRPT-RECORD
           WRITE LOBRPT-RECORD
           MOVE "H-CODES WITH NO HIERARCHY MAPPING ON THEIR FILE-DATE:"
               TO LOB-OUT-LINE
           WRITE LOBRPT-RECORD FROM LOB-OUT-LINE
           IF LOB-UNM-CNT = 0
               MOVE "  NONE - EVERY RECORD WAS MAPPED" TO LOB-OUT-LINE
               WRITE LOBRPT-RECORD FROM LOB-OUT-LINE
           END-IF
           PERFORM 3600-REPORT-ONE-UNMAPPED THRU 3600-EXIT
               VARYING LOB-UX FROM 1 BY 1
               UNTIL LOB-UX > LOB-UNM-CNT.
       3000-EXIT.
           EXIT.
      *
       3100-REPORT-ONE-CELL.
           IF LOB-CX > 1
               EVALUATE TRUE
                   WHEN LOB-CEL-STATE (LOB-CX) NOT = LOB-PRV-STATE
                       PERFORM 3300-CLOSE-LINE THRU 3300-EXIT
                       PERFORM 3400-CLOSE-SEGMENT THRU 3400-EXIT
                       PERFORM 3500-CLOSE-STATE THRU 3500-EXIT
                   WHEN LOB-CEL-SEGMENT (LOB-CX) NOT = LOB-PRV-SEGMENT
                       PERFORM 3300-CLOSE-LINE THRU 3300-EXIT
                       PERFORM 3400-CLOSE-SEGMENT THRU 3400-EXIT
                   WHEN LOB-CEL-LINE (LOB-CX) NOT = LOB-PRV-LINE
                       PERFORM 3300-CLOSE-LINE THRU 3300-EXIT
               END-EVALUATE
           END-IF
           MOVE LOB-CEL-STATE (LOB-CX)   TO LOB-PRV-STATE
           MOVE LOB-CEL-SEGMENT (LOB-CX) TO LOB-PRV-SEGMENT
           MOVE LOB-CEL-LINE (LOB-CX)    TO LOB-PRV-LINE
           MOVE SPACES TO LOB-LINE-KEY
           IF LOB-CEL-CLASS (LOB-CX) = "U"
               STRING LOB-CEL-STATE (LOB-CX)
                   " UNMAPPED H-CODES - SEE BELOW"
                   DELIMITED BY SIZE INTO LOB-LINE-KEY
               END-STRING
               ADD LOB-CEL-PREM (LOB-CX) TO LOB-UNM-TOT-PREM
               ADD LOB-CEL-LOSS (LOB-CX) TO LOB-UNM-TOT-LOSS
           ELSE
               STRING LOB-CEL-STATE (LOB-CX) " "
                   LOB-CEL-SEGMENT (LOB-CX) " "
                   LOB-CEL-LINE (LOB-CX) " "
                   LOB-CEL-SUB-LINE (LOB-CX) " "
                   LOB-CEL-DESC (LOB-CX)
                   DELIMITED BY SIZE INTO LOB-LINE-KEY
               END-STRING
               ADD LOB-CEL-PREM (LOB-CX) TO LOB-LINE-PREM
               ADD LOB-CEL-LOSS (LOB-CX) TO LOB-LINE-LOSS
               ADD LOB-CEL-PREM (LOB-CX) TO LOB-SEG-PREM
               ADD LOB-CEL-LOSS (LOB-CX) TO LOB-SEG-LOSS
               ADD LOB-CEL-REC-CNT (LOB-CX) TO LOB-LINE-RECS
               ADD LOB-CEL-REC-CNT (LOB-CX) TO LOB-SEG-RECS
               MOVE "Y" TO LOB-LINE-OPEN-SW
               MOVE "Y" TO LOB-SEG-OPEN-SW
           END-IF
           ADD LOB-CEL-PREM (LOB-CX) TO LOB-ST-PREM
           ADD LOB-CEL-LOSS (LOB-CX) TO LOB-ST-LOSS
           ADD LOB-CEL-REC-CNT (LOB-CX) TO LOB-ST-RECS
           MOVE LOB-CEL-PREM (LOB-CX) TO LOB-PRT-PREM
           MOVE LOB-CEL-LOSS (LOB-CX) TO LOB-PRT-LOSS
           MOVE LOB-CEL-REC-CNT (LOB-CX) TO LOB-PRT-RECS
           PERFORM 3900-WRITE-AMOUNT-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.
      *
       3300-CLOSE-LINE.
           IF NOT LOB-LINE-OPEN
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES TO LOB-LINE-KEY
           STRING LOB-PRV-STATE " " LOB-PRV-SEGMENT " " LOB-PRV-LINE
               "        LINE TOTAL"
               DELIMITED BY SIZE INTO LOB-LINE-KEY
           END-STRING
           MOVE LOB-LINE-PREM TO LOB-PRT-PREM
           MOVE LOB-LINE-LOSS TO LOB-PRT-LOSS
           MOVE LOB-LINE-RECS TO LOB-PRT-RECS
           PERFORM 3900-WRITE-AMOUNT-LINE THRU 3900-EXIT
           MOVE 0 TO LOB-LINE-RECS
           MOVE 0 TO LOB-LINE-PREM
           MOVE 0 TO LOB-LINE-LOSS
           MOVE "N" TO LOB-LINE-OPEN-SW.
       3300-EXIT.
           EXIT.
      *
       3400-CLOSE-SEGMENT.
           IF NOT LOB-SEG-OPEN
               GO TO 3400-EXIT
           END-IF
           MOVE SPACES TO LOB-LINE-KEY
           STRING LOB-PRV-STATE " " LOB-PRV-SEGMENT
               "             SEGMENT TOTAL"
               DELIMITED BY SIZE INTO LOB-LINE-KEY
           END-STRING
           MOVE LOB-SEG-PREM TO LOB-PRT-PREM
           MOVE LOB-SEG-LOSS TO LOB-PRT-LOSS
           MOVE LOB-SEG-RECS TO LOB-PRT-RECS
           PERFORM 3900-WRITE-AMOUNT-LINE THRU 3900-EXIT
           MOVE 0 TO LOB-SEG-RECS
           MOVE 0 TO LOB-SEG-PREM
           MOVE 0 TO LOB-SEG-LOSS
           MOVE "N" TO LOB-SEG-OPEN-SW.
       3400-EXIT.
           EXIT.
      *
       3500-CLOSE-STATE.
           MOVE SPACES TO LOB-LINE-KEY
           STRING LOB-PRV-STATE
               "                  STATE TOTAL"
               DELIMITED BY SIZE INTO LOB-LINE-KEY
           END-STRING
           MOVE LOB-ST-PREM TO LOB-PRT-PREM
           MOVE LOB-ST-LOSS TO LOB-PRT-LOSS
           MOVE LOB-ST-RECS TO LOB-PRT-RECS
           PERFORM 3900-WRITE-AMOUNT-LINE THRU 3900-EXIT
           MOVE 0 TO LOB-ST-RECS
           ADD LOB-ST-PREM TO LOB-GRAND-PREM
           ADD LOB-ST-LOSS TO LOB-GRAND-LOSS
           MOVE 0 TO LOB-ST-PREM
           MOVE 0 TO LOB-ST-LOSS
           MOVE SPACES TO LOBRPT-RECORD
           WRITE LOBRPT-RECORD.
       3500-EXIT.
           EXIT.
      *
       3600-REPORT-ONE-UNMAPPED.
           MOVE SPACES TO LOB-LINE-KEY
           IF LOB-UNM-NO-ROW (LOB-UX)
               STRING "  " LOB-UNM-STATE (LOB-UX) " "
                   LOB-UNM-H-CODE (LOB-UX) " NO MAPPING ROW"
                   DELIMITED BY SIZE INTO LOB-LINE-KEY
               END-STRING
           ELSE
               STRING "  " LOB-UNM-STATE (LOB-UX) " "
                   LOB-UNM-H-CODE (LOB-UX)
                   " NO MAPPING IN FORCE ON FILE-DATE"
                   DELIMITED BY SIZE INTO LOB-LINE-KEY
               END-STRING
           END-IF
           MOVE LOB-UNM-PREM (LOB-UX) TO LOB-PRT-PREM
           MOVE LOB-UNM-LOSS (LOB-UX) TO LOB-PRT-LOSS
           MOVE LOB-UNM-REC-CNT (LOB-UX) TO LOB-PRT-RECS
           PERFORM 3900-WRITE-AMOUNT-LINE THRU 3900-EXIT.
       3600-EXIT.
           EXIT.
      *
       3900-WRITE-AMOUNT-LINE.
           MOVE LOB-PRT-PREM TO LOB-PREM-TXT
           MOVE LOB-PRT-LOSS TO LOB-LOSS-TXT
           MOVE LOB-PRT-RECS TO LOB-CNT-TXT
           MOVE SPACES TO LOB-OUT-LINE
           STRING LOB-LINE-KEY " " LOB-PREM-TXT " " LOB-LOSS-TXT
               " " LOB-CNT-TXT
               DELIMITED BY SIZE INTO LOB-OUT-LINE
           END-STRING
           WRITE LOBRPT-RECORD FROM LOB-OUT-LINE.
       3900-EXIT.
           EXIT.
      *
       8000-SUMMARIZE.
           DISPLAY "FIRLOB - " LOB-READ-CNT " RECORDS, "
               LOB-MAPPED-CNT " MAPPED, " LOB-UNMAPPED-CNT
               " UNMAPPED, " LOB-CEL-CNT " CELLS"
           IF LOB-UNMAPPED-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LOB-HLB-OVER-CNT > 0
               DISPLAY "FIRLOB - HIERARCHY TABLE OVERFLOW AT "
                   LOB-HLB-MAX " ROWS - MAPPINGS WERE LEFT OUT"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF LOB-CEL-OVER-CNT > 0
               DISPLAY "FIRLOB - CELL TABLE OVERFLOW AT " LOB-CEL-MAX
                   " - " LOB-UNPOSTED-CNT " RECORDS NOT POSTED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF LOB-UNM-OVER-CNT > 0
               DISPLAY "FIRLOB - UNMAPPED LIST OVERFLOW AT "
                   LOB-UNM-MAX " - DETAIL INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT LOB-OUTPUTS-OPENED
               GO TO 8000-EXIT
           END-IF
           IF LOB-HLB-OVER-CNT > 0 OR LOB-CEL-OVER-CNT > 0
               OR LOB-UNM-OVER-CNT > 0
               MOVE "TABLE OVERFLOW - THE REPORT IS INCOMPLETE"
                   TO LOBRPT-RECORD
               WRITE LOBRPT-RECORD
           END-IF.
       8000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRLOB  " TO RNL-WS-PROGRAM
           MOVE LOB-READ-CNT     TO RNL-WS-RECORDS-IN
           MOVE LOB-MAPPED-CNT   TO RNL-WS-RECORDS-OUT
           MOVE LOB-UNMAPPED-CNT TO RNL-WS-RECORDS-SUSP
           MOVE LOB-HLB-CNT      TO RNL-WS-TABLE-PEAK (1)
           MOVE LOB-CEL-CNT      TO RNL-WS-TABLE-PEAK (2)
           MOVE LOB-UNM-CNT      TO RNL-WS-TABLE-PEAK (3)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF LOB-INPUT-OPENED
               CLOSE FIREXT-FILE
           END-IF
           IF LOB-OUTPUTS-OPENED
               CLOSE HCODELOB-FILE
               CLOSE LOBRPT-FILE
           END-IF.
