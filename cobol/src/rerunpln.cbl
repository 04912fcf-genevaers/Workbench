      ******************************************************************
      **                                                              *
      **  PROGRAM      RERUNPLN                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  RERUN PLANNER FOR A FAILED NIGHT.  DEPCTL     *
      **      SAYS WHETHER A SUCCESSOR IS CLEARED TO START; ONCE A    *
      **      STEP HAS ABENDED THE QUESTION IS THE OTHER WAY ROUND -  *
      **      WHAT HAS TO RUN AGAIN, IN WHAT ORDER.  DD RRPPRM NAMES  *
      **      THE FAILED PROGRAM AND THE BATCH DATE.  DD DEPTAB (THE  *
      **      SAME DEPENDENCY TABLE DEPCTL READS) IS WALKED FORWARD   *
      **      FROM THE FAILED STEP THROUGH EVERY TRANSITIVE           *
      **      SUCCESSOR, DD RUNLOG IS TABLED FOR THE BATCH DATE, AND  *
      **      DD RRPLAN GETS THE PLAN IN DEPENDENCY ORDER:            *
      **        RERUN       THE FAILED STEP ITSELF, AND EVERY         *
      **                    SUCCESSOR ALREADY ON TONIGHT'S LOG - IT   *
      **                    RAN ON THE BAD INPUT.                     *
      **        FIRST RUN   A SUCCESSOR NOT YET ON TONIGHT'S LOG.     *
      **        UNAFFECTED  EVERY OTHER STEP IN DEPTAB.               *
      **      A RERUN STEP WHOSE OUTPUT HAS ALREADY LEFT THE SUITE    *
      **      IS FLAGGED FOR REVERSAL RATHER THAN A PLAIN RERUN -     *
      **      EXTPUB ITSELF OR A STEP FEEDING AN EXTPUB THAT RAN      *
      **      (THE BAD FILE IS PUBLISHED AND MUST BE RECALLED), AND   *
      **      FIRGLEXP OR A STEP FEEDING A FIRGLEXP THAT RAN (THE     *
      **      JOURNAL WENT TO THE GL; THE FIRGLEXP RERUN REVERSES IT  *
      **      THROUGH GLEXPREG).  A REVERSAL IN THE PLAN ENDS THE     *
      **      RUN WITH RETURN-CODE 08; A FAILED PROGRAM NOT IN DEPTAB *
      **      WITH 04; A TABLE OR LOG THAT CANNOT BE READ, A FULL     *
      **      TABLE OR A DEPENDENCY LOOP WITH 16.                     *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERUNPLN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTAB-FILE  ASSIGN TO "DEPTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRP-DEPTAB-STATUS.
           SELECT RRPPRM-FILE  ASSIGN TO "RRPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRP-RRPPRM-STATUS.
           SELECT RUNLOG-FILE  ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRP-RUNLOG-STATUS.
           SELECT RRPLAN-FILE  ASSIGN TO "RRPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRP-RRPLAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPTAB-FILE.
       01  DEPTAB-RECORD.
           05  RRP-TAB-PRED                PIC X(08).
           05  RRP-TAB-SUCC                PIC X(08).
           05  RRP-TAB-REQ-RC              PIC 9(02).
       FD  RRPPRM-FILE.
       01  RRPPRM-RECORD.
           05  RRP-PARM-FAILED             PIC X(08).
           05  RRP-PARM-RUN-DATE           PIC 9(08).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  RRPLAN-FILE.
       01  RRPLAN-RECORD                   PIC X(110).
       WORKING-STORAGE SECTION.
       01  RRP-DEPTAB-STATUS               PIC XX.
           88  RRP-DEPTAB-OK               VALUE "00".
       01  RRP-RRPPRM-STATUS               PIC XX.
           88  RRP-RRPPRM-OK               VALUE "00".
       01  RRP-RUNLOG-STATUS               PIC XX.
           88  RRP-RUNLOG-OK               VALUE "00".
       01  RRP-RRPLAN-STATUS               PIC XX.
      *> THE FINAL READ'S AT END DRIVES THE INPUT STATUSES TO "10",
      *> SO WHETHER THE PLAN IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  RRP-RRPLAN-OPENED-SW            PIC X(01)       VALUE "N".
           88  RRP-RRPLAN-OPENED           VALUE "Y".
       01  RRP-HALT-SW                     PIC X(01)       VALUE "N".
           88  RRP-HALT                    VALUE "Y".
       01  RRP-LOG-EOF-SW                  PIC X(01)       VALUE "N".
           88  RRP-LOG-EOF                 VALUE "Y".
       01  RRP-TAB-EOF-SW                  PIC X(01)       VALUE "N".
           88  RRP-TAB-EOF                 VALUE "Y".
       01  RRP-FAILED-PROGRAM              PIC X(08)       VALUE SPACES.
       01  RRP-RUN-DATE                    PIC 9(08)       VALUE 0.
      *> ---------------------- STEP TABLE -----------------------------
      *> ONE ENTRY PER PROGRAM NAMED ANYWHERE IN DEPTAB.  THE LOG
      *> COLUMNS CARRY TONIGHT'S LATEST RUN OF THE STEP; THE PREDS
      *> COUNT IS RUN DOWN AS PREDECESSORS ARE PLACED IN THE PLAN.
       01  RRP-STEP-MAX                    PIC 9(04) COMP  VALUE 300.
       01  RRP-STEP-CNT                    PIC 9(04) COMP  VALUE 0.
       01  RRP-STEP-TABLE.
           05  RRP-STEP-ENTRY              OCCURS 300 TIMES.
               10  RRP-STEP-PROGRAM        PIC X(08).
               10  RRP-STEP-AFFECTED-SW    PIC X(01).
                   88  RRP-STEP-AFFECTED   VALUE "Y".
               10  RRP-STEP-RAN-SW         PIC X(01).
                   88  RRP-STEP-RAN        VALUE "Y".
               10  RRP-STEP-LAST-TIME      PIC 9(08).
               10  RRP-STEP-LAST-RC        PIC 9(02).
               10  RRP-STEP-PREDS          PIC 9(04) COMP.
               10  RRP-STEP-PLACED-SW      PIC X(01).
                   88  RRP-STEP-PLACED     VALUE "Y".
      *> ---------------------- EDGE TABLE -----------------------------
       01  RRP-EDGE-MAX                    PIC 9(04) COMP  VALUE 600.
       01  RRP-EDGE-CNT                    PIC 9(04) COMP  VALUE 0.
       01  RRP-EDGE-TABLE.
           05  RRP-EDGE-ENTRY              OCCURS 600 TIMES.
               10  RRP-EDGE-PRED           PIC 9(04) COMP.
               10  RRP-EDGE-SUCC           PIC 9(04) COMP.
      *> ---------------------- PLAN ORDER -----------------------------
       01  RRP-ORDER-CNT                   PIC 9(04) COMP  VALUE 0.
       01  RRP-ORDER-TABLE.
           05  RRP-ORDER-STEP              PIC 9(04) COMP
                                           OCCURS 300 TIMES.
      *> ------------------- PUBLISHING STEPS --------------------------
      *> STEPS WHOSE OUTPUT LEAVES THE SUITE, AND WHAT UNDOING IT
      *> TAKES.
       01  RRP-PUB-STR.
           05  FILLER                      PIC X(48)       VALUE
               "EXTPUB  PUBLISHED THROUGH EXTPUB - RECALL FIRST ".
           05  FILLER                      PIC X(48)       VALUE
               "FIRGLEXPSENT TO THE GL - FIRGLEXP RERUN REVERSES".
       01  RRP-PUB-TBL REDEFINES RRP-PUB-STR.
           05  RRP-PUB-ENTRY               OCCURS 2 TIMES.
               10  RRP-PUB-PROGRAM         PIC X(08).
               10  RRP-PUB-NOTE            PIC X(40).
       01  RRP-PUB-CNT                     PIC 9(02) COMP  VALUE 2.
       01  RRP-PBX                         PIC 9(02) COMP  VALUE 0.
      *> --------------------- WORK FIELDS -----------------------------
       01  RRP-SX                          PIC 9(04) COMP  VALUE 0.
       01  RRP-EX                          PIC 9(04) COMP  VALUE 0.
       01  RRP-OX                          PIC 9(04) COMP  VALUE 0.
       01  RRP-FOUND-IX                    PIC 9(04) COMP  VALUE 0.
       01  RRP-PRED-IX                     PIC 9(04) COMP  VALUE 0.
       01  RRP-SUCC-IX                     PIC 9(04) COMP  VALUE 0.
       01  RRP-NEXT-IX                     PIC 9(04) COMP  VALUE 0.
       01  RRP-FAILED-IX                   PIC 9(04) COMP  VALUE 0.
       01  RRP-LOOKUP-PROGRAM              PIC X(08)       VALUE SPACES.
       01  RRP-CHANGED-SW                  PIC X(01)       VALUE "N".
           88  RRP-CHANGED                 VALUE "Y".
       01  RRP-REVERSE-NOTE                PIC X(40)       VALUE SPACES.
       01  RRP-ACTION                      PIC X(10)       VALUE SPACES.
       01  RRP-LOG-TXT                     PIC X(20)       VALUE SPACES.
      *> ----------------------- COUNTERS ------------------------------
       01  RRP-SEQ                         PIC 9(04)       VALUE 0.
       01  RRP-RERUN-CNT                   PIC 9(04)       VALUE 0.
       01  RRP-FIRST-CNT                   PIC 9(04)       VALUE 0.
       01  RRP-UNAFF-CNT                   PIC 9(04)       VALUE 0.
       01  RRP-REVERSE-CNT                 PIC 9(04)       VALUE 0.
       01  RRP-SEQ-TXT                     PIC ZZZ9.
       01  RRP-RC-TXT                      PIC 99.
       01  RRP-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-DEPENDENCY THRU 2000-EXIT
               UNTIL RRP-TAB-EOF
           PERFORM 2500-LOAD-RUN-LOG THRU 2500-EXIT
               UNTIL RRP-LOG-EOF
           IF NOT RRP-HALT
               PERFORM 3000-MARK-AFFECTED THRU 3000-EXIT
           END-IF
           IF NOT RRP-HALT
               PERFORM 3500-ORDER-STEPS THRU 3500-EXIT
           END-IF
           IF NOT RRP-HALT
               PERFORM 4000-WRITE-PLAN THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT RRPPRM-FILE
           IF NOT RRP-RRPPRM-OK
               DISPLAY "RERUNPLN - UNABLE TO OPEN RRPPRM, STATUS="
                   RRP-RRPPRM-STATUS
               GO TO 1000-HALT
           END-IF
           READ RRPPRM-FILE
               AT END
                   DISPLAY "RERUNPLN - RRPPRM IS EMPTY"
                   CLOSE RRPPRM-FILE
                   GO TO 1000-HALT
           END-READ
           MOVE RRP-PARM-FAILED   TO RRP-FAILED-PROGRAM
           MOVE RRP-PARM-RUN-DATE TO RRP-RUN-DATE
           CLOSE RRPPRM-FILE
           IF RRP-FAILED-PROGRAM = SPACES
               OR RRP-PARM-RUN-DATE NOT NUMERIC
               DISPLAY "RERUNPLN - RRPPRM NEEDS THE FAILED PROGRAM "
                   "AND AN EIGHT-DIGIT BATCH DATE"
               GO TO 1000-HALT
           END-IF
           OPEN INPUT DEPTAB-FILE
           IF NOT RRP-DEPTAB-OK
               DISPLAY "RERUNPLN - UNABLE TO OPEN DEPTAB, STATUS="
                   RRP-DEPTAB-STATUS
               GO TO 1000-HALT
           END-IF
           OPEN INPUT RUNLOG-FILE
           IF NOT RRP-RUNLOG-OK
               DISPLAY "RERUNPLN - UNABLE TO OPEN RUNLOG, STATUS="
                   RRP-RUNLOG-STATUS
               CLOSE DEPTAB-FILE
               GO TO 1000-HALT
           END-IF
           OPEN OUTPUT RRPLAN-FILE
           MOVE "Y" TO RRP-RRPLAN-OPENED-SW
           MOVE SPACES TO RRP-OUT-LINE
           STRING "RERUN PLAN FOR FAILED STEP " RRP-FAILED-PROGRAM
               " ON BATCH DATE " RRP-RUN-DATE
               DELIMITED BY SIZE INTO RRP-OUT-LINE
           END-STRING
           WRITE RRPLAN-RECORD FROM RRP-OUT-LINE
           GO TO 1000-EXIT.
       1000-HALT.
           MOVE "Y" TO RRP-TAB-EOF-SW
           MOVE "Y" TO RRP-LOG-EOF-SW
           MOVE "Y" TO RRP-HALT-SW
           MOVE 16 TO RETURN-CODE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LOAD-DEPENDENCY - TABLES ONE DEPTAB ROW AS AN EDGE      *
      *  BETWEEN TWO STEP-TABLE ENTRIES.  THE RETURN-CODE CEILING IS  *
      *  DEPCTL'S BUSINESS, NOT THE PLANNER'S.                        *
      ******************************************************************
       2000-LOAD-DEPENDENCY.
           READ DEPTAB-FILE
               AT END
                   MOVE "Y" TO RRP-TAB-EOF-SW
                   CLOSE DEPTAB-FILE
                   GO TO 2000-EXIT
           END-READ
           IF DEPTAB-RECORD = SPACES
               GO TO 2000-EXIT
           END-IF
           MOVE RRP-TAB-PRED TO RRP-LOOKUP-PROGRAM
           PERFORM 2100-FIND-OR-ADD-STEP THRU 2100-EXIT
           IF RRP-HALT
               GO TO 2000-EXIT
           END-IF
           MOVE RRP-FOUND-IX TO RRP-PRED-IX
           MOVE RRP-TAB-SUCC TO RRP-LOOKUP-PROGRAM
           PERFORM 2100-FIND-OR-ADD-STEP THRU 2100-EXIT
           IF RRP-HALT
               GO TO 2000-EXIT
           END-IF
           MOVE RRP-FOUND-IX TO RRP-SUCC-IX
           IF RRP-EDGE-CNT >= RRP-EDGE-MAX
               DISPLAY "RERUNPLN - DEPENDENCY TABLE FULL AT "
                   RRP-EDGE-MAX " ROWS"
               MOVE "Y" TO RRP-TAB-EOF-SW
               MOVE "Y" TO RRP-HALT-SW
               MOVE 16 TO RETURN-CODE
               CLOSE DEPTAB-FILE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO RRP-EDGE-CNT
           MOVE RRP-PRED-IX TO RRP-EDGE-PRED (RRP-EDGE-CNT)
           MOVE RRP-SUCC-IX TO RRP-EDGE-SUCC (RRP-EDGE-CNT)
           ADD 1 TO RRP-STEP-PREDS (RRP-SUCC-IX).
       2000-EXIT.
           EXIT.
      *
       2100-FIND-OR-ADD-STEP.
           PERFORM 2200-FIND-STEP THRU 2200-EXIT
           IF RRP-FOUND-IX > 0
               GO TO 2100-EXIT
           END-IF
           IF RRP-STEP-CNT >= RRP-STEP-MAX
               DISPLAY "RERUNPLN - STEP TABLE FULL AT "
                   RRP-STEP-MAX " PROGRAMS"
               MOVE "Y" TO RRP-TAB-EOF-SW
               MOVE "Y" TO RRP-HALT-SW
               MOVE 16 TO RETURN-CODE
               CLOSE DEPTAB-FILE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO RRP-STEP-CNT
           MOVE RRP-STEP-CNT TO RRP-FOUND-IX
           MOVE RRP-LOOKUP-PROGRAM TO RRP-STEP-PROGRAM (RRP-FOUND-IX)
           MOVE "N" TO RRP-STEP-AFFECTED-SW (RRP-FOUND-IX)
           MOVE "N" TO RRP-STEP-RAN-SW (RRP-FOUND-IX)
           MOVE 0   TO RRP-STEP-LAST-TIME (RRP-FOUND-IX)
           MOVE 0   TO RRP-STEP-LAST-RC (RRP-FOUND-IX)
           MOVE 0   TO RRP-STEP-PREDS (RRP-FOUND-IX)
           MOVE "N" TO RRP-STEP-PLACED-SW (RRP-FOUND-IX).
       2100-EXIT.
           EXIT.
      *
       2200-FIND-STEP.
           MOVE 0 TO RRP-FOUND-IX
           PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
               VARYING RRP-SX FROM 1 BY 1
               UNTIL RRP-SX > RRP-STEP-CNT OR RRP-FOUND-IX > 0.
       2200-EXIT.
           EXIT.
      *
       2210-MATCH-ONE-STEP.
           IF RRP-STEP-PROGRAM (RRP-SX) = RRP-LOOKUP-PROGRAM
               MOVE RRP-SX TO RRP-FOUND-IX
           END-IF.
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-LOAD-RUN-LOG - MARKS EVERY STEP ON THE BATCH DATE'S LOG *
      *  AS RUN, KEEPING THE RETURN CODE OF ITS LATEST RUN.  A LOG    *
      *  ROW FOR A PROGRAM NOT IN DEPTAB PLAYS NO PART IN THE PLAN.   *
      ******************************************************************
       2500-LOAD-RUN-LOG.
           READ RUNLOG-FILE
               AT END
                   MOVE "Y" TO RRP-LOG-EOF-SW
                   CLOSE RUNLOG-FILE
                   GO TO 2500-EXIT
           END-READ
           IF RNL-RUN-DATE NOT = RRP-RUN-DATE
               GO TO 2500-EXIT
           END-IF
           MOVE RNL-PROGRAM TO RRP-LOOKUP-PROGRAM
           PERFORM 2200-FIND-STEP THRU 2200-EXIT
           IF RRP-FOUND-IX = 0
               GO TO 2500-EXIT
           END-IF
           IF RRP-STEP-RAN (RRP-FOUND-IX)
               AND RNL-RUN-TIME < RRP-STEP-LAST-TIME (RRP-FOUND-IX)
               GO TO 2500-EXIT
           END-IF
           MOVE "Y" TO RRP-STEP-RAN-SW (RRP-FOUND-IX)
           MOVE RNL-RUN-TIME    TO RRP-STEP-LAST-TIME (RRP-FOUND-IX)
           MOVE RNL-RETURN-CODE TO RRP-STEP-LAST-RC (RRP-FOUND-IX).
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-MARK-AFFECTED - THE FAILED STEP, THEN EVERY SUCCESSOR   *
      *  OF AN AFFECTED STEP, PASS AFTER PASS OVER THE EDGES UNTIL A  *
      *  PASS MARKS NOTHING NEW.  AN ABENDED STEP OFTEN NEVER REACHED *
      *  ITS RUN-LOG POST, SO IT NEED NOT BE ON THE LOG; IT NEED NOT  *
      *  EVEN BE IN DEPTAB, IN WHICH CASE IT IS THE WHOLE PLAN.       *
      ******************************************************************
       3000-MARK-AFFECTED.
           MOVE RRP-FAILED-PROGRAM TO RRP-LOOKUP-PROGRAM
           PERFORM 2200-FIND-STEP THRU 2200-EXIT
           IF RRP-FOUND-IX = 0
               DISPLAY "RERUNPLN - " RRP-FAILED-PROGRAM
                   " IS NOT IN DEPTAB - NO SUCCESSORS TO PLAN"
               MOVE 4 TO RETURN-CODE
               IF RRP-STEP-CNT >= RRP-STEP-MAX
                   MOVE "Y" TO RRP-HALT-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO RRP-STEP-CNT
               MOVE RRP-STEP-CNT TO RRP-FOUND-IX
               MOVE RRP-FAILED-PROGRAM
                   TO RRP-STEP-PROGRAM (RRP-FOUND-IX)
               MOVE "N" TO RRP-STEP-RAN-SW (RRP-FOUND-IX)
               MOVE 0   TO RRP-STEP-LAST-TIME (RRP-FOUND-IX)
               MOVE 0   TO RRP-STEP-LAST-RC (RRP-FOUND-IX)
               MOVE 0   TO RRP-STEP-PREDS (RRP-FOUND-IX)
               MOVE "N" TO RRP-STEP-PLACED-SW (RRP-FOUND-IX)
           END-IF
           MOVE RRP-FOUND-IX TO RRP-FAILED-IX
           MOVE "Y" TO RRP-STEP-AFFECTED-SW (RRP-FAILED-IX)
           MOVE "Y" TO RRP-CHANGED-SW
           PERFORM 3100-SPREAD-ONE-PASS THRU 3100-EXIT
               UNTIL NOT RRP-CHANGED.
       3000-EXIT.
           EXIT.
      *
       3100-SPREAD-ONE-PASS.
           MOVE "N" TO RRP-CHANGED-SW
           PERFORM 3110-SPREAD-ONE-EDGE THRU 3110-EXIT
               VARYING RRP-EX FROM 1 BY 1
               UNTIL RRP-EX > RRP-EDGE-CNT.
       3100-EXIT.
           EXIT.
      *
       3110-SPREAD-ONE-EDGE.
           MOVE RRP-EDGE-PRED (RRP-EX) TO RRP-PRED-IX
           MOVE RRP-EDGE-SUCC (RRP-EX) TO RRP-SUCC-IX
           IF RRP-STEP-AFFECTED (RRP-PRED-IX)
               AND NOT RRP-STEP-AFFECTED (RRP-SUCC-IX)
               MOVE "Y" TO RRP-STEP-AFFECTED-SW (RRP-SUCC-IX)
               MOVE "Y" TO RRP-CHANGED-SW
           END-IF.
       3110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3500-ORDER-STEPS - DEPENDENCY ORDER OVER THE WHOLE TABLE:    *
      *  REPEATEDLY PLACE THE FIRST UNPLACED STEP WITH NO UNPLACED    *
      *  PREDECESSOR (DEPTAB ORDER BREAKS TIES, SO THE PLAN READS     *
      *  THE WAY THE TABLE DOES).  A ROUND THAT PLACES NOTHING WHILE  *
      *  STEPS REMAIN MEANS DEPTAB HAS A LOOP, AND NO ORDER IS SAFE.  *
      ******************************************************************
       3500-ORDER-STEPS.
           MOVE 0 TO RRP-ORDER-CNT
           MOVE 1 TO RRP-NEXT-IX
           PERFORM 3510-PLACE-ONE-STEP THRU 3510-EXIT
               UNTIL RRP-ORDER-CNT >= RRP-STEP-CNT
               OR RRP-NEXT-IX = 0.
       3500-EXIT.
           EXIT.
      *
       3510-PLACE-ONE-STEP.
           MOVE 0 TO RRP-NEXT-IX
           PERFORM 3520-TEST-ONE-STEP THRU 3520-EXIT
               VARYING RRP-SX FROM 1 BY 1
               UNTIL RRP-SX > RRP-STEP-CNT OR RRP-NEXT-IX > 0
           IF RRP-NEXT-IX = 0
               DISPLAY "RERUNPLN - DEPTAB HAS A DEPENDENCY LOOP - "
                   "NO RERUN ORDER IS SAFE"
               MOVE "Y" TO RRP-HALT-SW
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO RRP-OUT-LINE
               STRING "  NO PLAN - DEPTAB HAS A DEPENDENCY LOOP"
                   DELIMITED BY SIZE INTO RRP-OUT-LINE
               END-STRING
               WRITE RRPLAN-RECORD FROM RRP-OUT-LINE
               GO TO 3510-EXIT
           END-IF
           MOVE "Y" TO RRP-STEP-PLACED-SW (RRP-NEXT-IX)
           ADD 1 TO RRP-ORDER-CNT
           MOVE RRP-NEXT-IX TO RRP-ORDER-STEP (RRP-ORDER-CNT)
           PERFORM 3530-RELEASE-ONE-EDGE THRU 3530-EXIT
               VARYING RRP-EX FROM 1 BY 1
               UNTIL RRP-EX > RRP-EDGE-CNT.
       3510-EXIT.
           EXIT.
      *
       3520-TEST-ONE-STEP.
           IF NOT RRP-STEP-PLACED (RRP-SX)
               AND RRP-STEP-PREDS (RRP-SX) = 0
               MOVE RRP-SX TO RRP-NEXT-IX
           END-IF.
       3520-EXIT.
           EXIT.
      *
       3530-RELEASE-ONE-EDGE.
           IF RRP-EDGE-PRED (RRP-EX) = RRP-NEXT-IX
               MOVE RRP-EDGE-SUCC (RRP-EX) TO RRP-SUCC-IX
               SUBTRACT 1 FROM RRP-STEP-PREDS (RRP-SUCC-IX)
           END-IF.
       3530-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-WRITE-PLAN - THE AFFECTED STEPS IN ORDER, NUMBERED, AS  *
      *  THE RERUN LIST; THEN THE UNAFFECTED STEPS FOR COMPLETENESS.  *
      ******************************************************************
       4000-WRITE-PLAN.
           MOVE SPACES TO RRP-OUT-LINE
           STRING "  SEQ STEP     ACTION     TONIGHT'S LOG        "
               "REVERSAL"
               DELIMITED BY SIZE INTO RRP-OUT-LINE
           END-STRING
           WRITE RRPLAN-RECORD FROM RRP-OUT-LINE
           PERFORM 4100-WRITE-AFFECTED-STEP THRU 4100-EXIT
               VARYING RRP-OX FROM 1 BY 1
               UNTIL RRP-OX > RRP-ORDER-CNT
           MOVE SPACES TO RRP-OUT-LINE
           STRING "  UNAFFECTED STEPS"
               DELIMITED BY SIZE INTO RRP-OUT-LINE
           END-STRING
           WRITE RRPLAN-RECORD FROM RRP-OUT-LINE
           PERFORM 4300-WRITE-UNAFFECTED-STEP THRU 4300-EXIT
               VARYING RRP-OX FROM 1 BY 1
               UNTIL RRP-OX > RRP-ORDER-CNT
           MOVE SPACES TO RRP-OUT-LINE
           STRING "TOTALS - RERUN " RRP-RERUN-CNT
               "  FIRST RUN " RRP-FIRST-CNT
               "  UNAFFECTED " RRP-UNAFF-CNT
               "  NEEDING REVERSAL " RRP-REVERSE-CNT
               DELIMITED BY SIZE INTO RRP-OUT-LINE
           END-STRING
           WRITE RRPLAN-RECORD FROM RRP-OUT-LINE
           DISPLAY "RERUNPLN - " RRP-RERUN-CNT " TO RERUN, "
               RRP-FIRST-CNT " FIRST RUNS, " RRP-REVERSE-CNT
               " NEEDING REVERSAL"
           IF RRP-REVERSE-CNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-AFFECTED-STEP.
           MOVE RRP-ORDER-STEP (RRP-OX) TO RRP-SX
           IF NOT RRP-STEP-AFFECTED (RRP-SX)
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO RRP-SEQ
           MOVE RRP-SEQ TO RRP-SEQ-TXT
           MOVE SPACES TO RRP-REVERSE-NOTE
           IF RRP-STEP-RAN (RRP-SX) OR RRP-SX = RRP-FAILED-IX
               MOVE "RERUN" TO RRP-ACTION
               ADD 1 TO RRP-RERUN-CNT
           ELSE
               MOVE "FIRST RUN" TO RRP-ACTION
               ADD 1 TO RRP-FIRST-CNT
           END-IF
           IF RRP-STEP-RAN (RRP-SX)
               MOVE RRP-STEP-LAST-RC (RRP-SX) TO RRP-RC-TXT
               MOVE SPACES TO RRP-LOG-TXT
               STRING "RAN RC=" RRP-RC-TXT
                   DELIMITED BY SIZE INTO RRP-LOG-TXT
               END-STRING
               PERFORM 4200-CHECK-PUBLISHED THRU 4200-EXIT
           ELSE
               MOVE "NOT ON LOG" TO RRP-LOG-TXT
           END-IF
           IF RRP-REVERSE-NOTE NOT = SPACES
               ADD 1 TO RRP-REVERSE-CNT
           END-IF
           MOVE SPACES TO RRP-OUT-LINE
           STRING "  " RRP-SEQ-TXT " " RRP-STEP-PROGRAM (RRP-SX)
               " " RRP-ACTION " " RRP-LOG-TXT " " RRP-REVERSE-NOTE
               DELIMITED BY SIZE INTO RRP-OUT-LINE
           END-STRING
           WRITE RRPLAN-RECORD FROM RRP-OUT-LINE.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4200-CHECK-PUBLISHED - A STEP THAT RAN IS FLAGGED WHEN IT IS *
      *  ITSELF A PUBLISHING STEP, OR WHEN ONE OF ITS DIRECT          *
      *  SUCCESSORS IS A PUBLISHING STEP THAT ALSO RAN TONIGHT - ITS  *
      *  BAD OUTPUT HAS ALREADY GONE OUT THROUGH THAT STEP.           *
      ******************************************************************
       4200-CHECK-PUBLISHED.
           MOVE RRP-STEP-PROGRAM (RRP-SX) TO RRP-LOOKUP-PROGRAM
           PERFORM 4220-MATCH-ONE-PUBLISHER THRU 4220-EXIT
               VARYING RRP-PBX FROM 1 BY 1
               UNTIL RRP-PBX > RRP-PUB-CNT
               OR RRP-REVERSE-NOTE NOT = SPACES
           IF RRP-REVERSE-NOTE NOT = SPACES
               GO TO 4200-EXIT
           END-IF
           PERFORM 4210-CHECK-ONE-SUCCESSOR THRU 4210-EXIT
               VARYING RRP-EX FROM 1 BY 1
               UNTIL RRP-EX > RRP-EDGE-CNT
               OR RRP-REVERSE-NOTE NOT = SPACES.
       4200-EXIT.
           EXIT.
      *
       4210-CHECK-ONE-SUCCESSOR.
           IF RRP-EDGE-PRED (RRP-EX) NOT = RRP-SX
               GO TO 4210-EXIT
           END-IF
           MOVE RRP-EDGE-SUCC (RRP-EX) TO RRP-SUCC-IX
           IF NOT RRP-STEP-RAN (RRP-SUCC-IX)
               GO TO 4210-EXIT
           END-IF
           MOVE RRP-STEP-PROGRAM (RRP-SUCC-IX) TO RRP-LOOKUP-PROGRAM
           PERFORM 4220-MATCH-ONE-PUBLISHER THRU 4220-EXIT
               VARYING RRP-PBX FROM 1 BY 1
               UNTIL RRP-PBX > RRP-PUB-CNT
               OR RRP-REVERSE-NOTE NOT = SPACES.
       4210-EXIT.
           EXIT.
      *
       4220-MATCH-ONE-PUBLISHER.
           IF RRP-PUB-PROGRAM (RRP-PBX) = RRP-LOOKUP-PROGRAM
               MOVE RRP-PUB-NOTE (RRP-PBX) TO RRP-REVERSE-NOTE
           END-IF.
       4220-EXIT.
           EXIT.
      *
       4300-WRITE-UNAFFECTED-STEP.
           MOVE RRP-ORDER-STEP (RRP-OX) TO RRP-SX
           IF RRP-STEP-AFFECTED (RRP-SX)
               GO TO 4300-EXIT
           END-IF
           ADD 1 TO RRP-UNAFF-CNT
           IF RRP-STEP-RAN (RRP-SX)
               MOVE RRP-STEP-LAST-RC (RRP-SX) TO RRP-RC-TXT
               MOVE SPACES TO RRP-LOG-TXT
               STRING "RAN RC=" RRP-RC-TXT
                   DELIMITED BY SIZE INTO RRP-LOG-TXT
               END-STRING
           ELSE
               MOVE "NOT ON LOG" TO RRP-LOG-TXT
           END-IF
           MOVE SPACES TO RRP-OUT-LINE
           STRING "       " RRP-STEP-PROGRAM (RRP-SX)
               " UNAFFECTED " RRP-LOG-TXT
               DELIMITED BY SIZE INTO RRP-OUT-LINE
           END-STRING
           WRITE RRPLAN-RECORD FROM RRP-OUT-LINE.
       4300-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF RRP-RRPLAN-OPENED
               CLOSE RRPLAN-FILE
           END-IF.
