      ******************************************************************
      **                                                               *
      **  PROGRAM      MRECTRNS                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  MONTHLY ACCOUNT STATUS TRANSITION REPORT.      *
      **      EVERY REC_TYPE AND ACT_TYPE MOVE A CHANGE TRANSACTION    *
      **      TRIED TO MAKE IS LOGGED BY MRECUPDT TO DD STATLOG        *
      **      (STATLREC), WHETHER THE STATUS TRANSITION RULES          *
      **      (STATRREC) LET IT THROUGH OR NOT.  DD TRNPRM NAMES THE   *
      **      PERIOD (CCYYMM); THE PERIOD'S ROWS ARE COUNTED BY FIELD  *
      **      AND FROM/TO PAIR, AND DD TRNSRPT LISTS EACH PAIR IN      *
      **      FIELD, FROM, TO ORDER WITH THE RULE THAT GOVERNED IT AND *
      **      HOW MANY MOVES WERE APPLIED, APPLIED ON A REASON CODE,   *
      **      REFUSED AS FORBIDDEN, REFUSED FOR WANT OF A REASON CODE, *
      **      OR REFUSED WITH THE OTHER STATUS FIELD ON THE SAME       *
      **      CHANGE.                                                  *
      **                                                               *
      **      RETURN-CODE 16 - TRNPRM MISSING, EMPTY OR NOT A PERIOD,  *
      **      A FILE COULD NOT BE OPENED, OR MORE PAIRS THAN THE TABLE *
      **      HOLDS (THE REPORT IS INCOMPLETE).                        *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRECTRNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRNPRM-FILE   ASSIGN TO "TRNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRS-TRNPRM-STATUS.
      *> OPTIONAL - A MONTH WITH NO LOG YET IS AN EMPTY REPORT.
           SELECT OPTIONAL STATLOG-FILE ASSIGN TO "STATLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRS-STATLOG-STATUS.
           SELECT TRNSRPT-FILE  ASSIGN TO "TRNSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRS-TRNSRPT-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRNPRM-FILE.
       01  TRNPRM-RECORD.
           05  TRS-PARM-PERIOD-X           PIC X(06).
           05  TRS-PARM-PERIOD REDEFINES TRS-PARM-PERIOD-X
                                           PIC 9(06).
       FD  STATLOG-FILE.
       COPY STATLREC.
       FD  TRNSRPT-FILE.
       01  TRNSRPT-RECORD                  PIC X(100).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  TRS-TRNPRM-STATUS               PIC XX.
           88  TRS-TRNPRM-OK               VALUE "00".
       01  TRS-STATLOG-STATUS              PIC XX.
           88  TRS-STATLOG-OK              VALUE "00" "05".
       01  TRS-TRNSRPT-STATUS              PIC XX.
           88  TRS-TRNSRPT-OK              VALUE "00".
      *> WHETHER EACH FILE IS OPEN AT TERMINATION TIME IS TRACKED HERE
      *> INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  TRS-STATLOG-OPENED-SW           PIC X(01)       VALUE "N".
           88  TRS-STATLOG-OPENED          VALUE "Y".
       01  TRS-TRNSRPT-OPENED-SW           PIC X(01)       VALUE "N".
           88  TRS-TRNSRPT-OPENED          VALUE "Y".
       01  TRS-EOF-SW                      PIC X(01)       VALUE "N".
           88  TRS-EOF                     VALUE "Y".
       01  TRS-HALT-SW                     PIC X(01)       VALUE "N".
           88  TRS-HALT                    VALUE "Y".
       01  TRS-PERIOD                      PIC 9(06)       VALUE 0.
       01  TRS-PERIOD-R REDEFINES TRS-PERIOD.
           05  TRS-PERIOD-CCYY             PIC 9(04).
           05  TRS-PERIOD-MM               PIC 9(02).
       01  TRS-ROW-PERIOD-X                PIC X(06)       VALUE SPACES.
      *> ------------------------ PAIR TABLE ---------------------------
      *> ONE ENTRY PER FIELD AND FROM/TO PAIR SEEN IN THE PERIOD, KEPT
      *> IN KEY ORDER AS IT FILLS SO THE REPORT NEEDS NO SORT STEP.
       01  TRS-PAIR-MAX                    PIC 9(04) COMP  VALUE 300.
       01  TRS-PAIR-CNT                    PIC 9(04)       VALUE 0.
       01  TRS-PAIR-OVER-CNT               PIC 9(06)       VALUE 0.
       01  TRS-PAIR-TAB.
           05  TRS-PAIR-ENTRY              OCCURS 300 TIMES.
               10  TRS-PAIR-KEY.
                   15  TRS-PAIR-FIELD      PIC X(01).
                   15  TRS-PAIR-FROM       PIC X(01).
                   15  TRS-PAIR-TO         PIC X(01).
               10  TRS-PAIR-RULE           PIC X(01).
               10  TRS-PAIR-TOTAL          PIC 9(06).
               10  TRS-PAIR-APPLIED        PIC 9(06).
               10  TRS-PAIR-ON-REASON      PIC 9(06).
               10  TRS-PAIR-FORBIDDEN      PIC 9(06).
               10  TRS-PAIR-NO-REASON      PIC 9(06).
               10  TRS-PAIR-OTHER          PIC 9(06).
       01  TRS-PX                          PIC 9(04) COMP  VALUE 0.
       01  TRS-SHIFT-IX                    PIC 9(04) COMP  VALUE 0.
       01  TRS-HIT                         PIC 9(04) COMP  VALUE 0.
       01  TRS-ROW-KEY.
           05  TRS-ROW-FIELD               PIC X(01).
           05  TRS-ROW-FROM                PIC X(01).
           05  TRS-ROW-TO                  PIC X(01).
       01  TRS-FIELD-NAME                  PIC X(08)       VALUE SPACES.
       01  TRS-RULE-TXT                    PIC X(09)       VALUE SPACES.
      *> ----------------------- TOTALS --------------------------------
       01  TRS-READ-CNT                    PIC 9(06)       VALUE 0.
       01  TRS-PERIOD-CNT                  PIC 9(06)       VALUE 0.
       01  TRS-APPLIED-CNT                 PIC 9(06)       VALUE 0.
       01  TRS-REFUSED-CNT                 PIC 9(06)       VALUE 0.
       01  TRS-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COUNT-ONE-MOVE THRU 2000-EXIT
               UNTIL TRS-EOF
           IF NOT TRS-HALT
               PERFORM 3000-REPORT-PAIRS THRU 3000-EXIT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT TRNPRM-FILE
           IF NOT TRS-TRNPRM-OK
               DISPLAY "MRECTRNS - UNABLE TO OPEN TRNPRM, STATUS="
                   TRS-TRNPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           READ TRNPRM-FILE
               AT END
                   DISPLAY "MRECTRNS - TRNPRM IS EMPTY"
                   CLOSE TRNPRM-FILE
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
           END-READ
           CLOSE TRNPRM-FILE
           IF TRS-PARM-PERIOD-X IS NOT NUMERIC
               DISPLAY "MRECTRNS - TRNPRM PERIOD IS NOT CCYYMM: "
                   TRS-PARM-PERIOD-X
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE TRS-PARM-PERIOD TO TRS-PERIOD
           IF TRS-PERIOD-MM < 1 OR TRS-PERIOD-MM > 12
               DISPLAY "MRECTRNS - TRNPRM PERIOD IS NOT CCYYMM: "
                   TRS-PARM-PERIOD-X
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT TRNSRPT-FILE
           IF NOT TRS-TRNSRPT-OK
               DISPLAY "MRECTRNS - UNABLE TO OPEN TRNSRPT, STATUS="
                   TRS-TRNSRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO TRS-TRNSRPT-OPENED-SW
           OPEN INPUT STATLOG-FILE
           IF NOT TRS-STATLOG-OK
               DISPLAY "MRECTRNS - UNABLE TO OPEN STATLOG, STATUS="
                   TRS-STATLOG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO TRS-STATLOG-OPENED-SW
           MOVE SPACES TO TRS-OUT-LINE
           STRING "ACCOUNT STATUS TRANSITIONS FOR PERIOD " TRS-PERIOD
               DELIMITED BY SIZE INTO TRS-OUT-LINE
           END-STRING
           WRITE TRNSRPT-RECORD FROM TRS-OUT-LINE
           MOVE SPACES TO TRNSRPT-RECORD
           WRITE TRNSRPT-RECORD.
       1000-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO TRS-HALT-SW
           MOVE "Y" TO TRS-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-COUNT-ONE-MOVE - A LOG ROW IN THE PERIOD IS COUNTED      *
      *  AGAINST ITS PAIR, WHICH IS ADDED IN KEY ORDER THE FIRST TIME  *
      *  IT IS SEEN.                                                   *
      ******************************************************************
       2000-COUNT-ONE-MOVE.
           READ STATLOG-FILE
               AT END
                   MOVE "Y" TO TRS-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO TRS-READ-CNT
           MOVE STL-RUN-DATE TO TRS-ROW-PERIOD-X
           IF TRS-ROW-PERIOD-X NOT = TRS-PARM-PERIOD-X
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO TRS-PERIOD-CNT
           MOVE STL-FIELD TO TRS-ROW-FIELD
           MOVE STL-FROM TO TRS-ROW-FROM
           MOVE STL-TO TO TRS-ROW-TO
           PERFORM 2100-FIND-PAIR THRU 2100-EXIT
           IF TRS-HIT = 0
               GO TO 2000-EXIT
           END-IF
           MOVE STL-RULE TO TRS-PAIR-RULE (TRS-HIT)
           ADD 1 TO TRS-PAIR-TOTAL (TRS-HIT)
           EVALUATE TRUE
               WHEN STL-APPLIED
                   ADD 1 TO TRS-PAIR-APPLIED (TRS-HIT)
                   ADD 1 TO TRS-APPLIED-CNT
                   IF STL-RULE = "R"
                       ADD 1 TO TRS-PAIR-ON-REASON (TRS-HIT)
                   END-IF
               WHEN STL-REJ-FORBIDDEN
                   ADD 1 TO TRS-PAIR-FORBIDDEN (TRS-HIT)
                   ADD 1 TO TRS-REFUSED-CNT
               WHEN STL-REJ-NO-REASON
                   ADD 1 TO TRS-PAIR-NO-REASON (TRS-HIT)
                   ADD 1 TO TRS-REFUSED-CNT
               WHEN OTHER
                   ADD 1 TO TRS-PAIR-OTHER (TRS-HIT)
                   ADD 1 TO TRS-REFUSED-CNT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *> TRS-HIT COMES BACK AS THE PAIR'S ENTRY, OR ZERO WHEN A NEW
      *> PAIR WOULD NOT FIT.  TRS-PX STOPS ON THE FIRST ENTRY NOT
      *> BELOW THE KEY - THE MATCH, OR WHERE A NEW PAIR GOES.
       2100-FIND-PAIR.
           MOVE 0 TO TRS-HIT
           PERFORM 2110-STEP-PAST-ONE-PAIR THRU 2110-EXIT
               VARYING TRS-PX FROM 1 BY 1
               UNTIL TRS-PX > TRS-PAIR-CNT
               OR TRS-PAIR-KEY (TRS-PX) NOT < TRS-ROW-KEY
           IF TRS-PX NOT > TRS-PAIR-CNT
               IF TRS-PAIR-KEY (TRS-PX) = TRS-ROW-KEY
                   MOVE TRS-PX TO TRS-HIT
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF TRS-PAIR-CNT NOT < TRS-PAIR-MAX
               ADD 1 TO TRS-PAIR-OVER-CNT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2120-SHIFT-ONE-PAIR THRU 2120-EXIT
               VARYING TRS-SHIFT-IX FROM TRS-PAIR-CNT BY -1
               UNTIL TRS-SHIFT-IX < TRS-PX
           ADD 1 TO TRS-PAIR-CNT
           MOVE TRS-ROW-KEY TO TRS-PAIR-KEY (TRS-PX)
           MOVE SPACE TO TRS-PAIR-RULE (TRS-PX)
           MOVE 0 TO TRS-PAIR-TOTAL (TRS-PX)
           MOVE 0 TO TRS-PAIR-APPLIED (TRS-PX)
           MOVE 0 TO TRS-PAIR-ON-REASON (TRS-PX)
           MOVE 0 TO TRS-PAIR-FORBIDDEN (TRS-PX)
           MOVE 0 TO TRS-PAIR-NO-REASON (TRS-PX)
           MOVE 0 TO TRS-PAIR-OTHER (TRS-PX)
           MOVE TRS-PX TO TRS-HIT.
       2100-EXIT.
           EXIT.
      *
       2110-STEP-PAST-ONE-PAIR.
           CONTINUE.
       2110-EXIT.
           EXIT.
      *
       2120-SHIFT-ONE-PAIR.
           MOVE TRS-PAIR-ENTRY (TRS-SHIFT-IX)
               TO TRS-PAIR-ENTRY (TRS-SHIFT-IX + 1).
       2120-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-REPORT-PAIRS - ONE LINE PER PAIR, THEN THE PERIOD'S      *
      *  TOTALS.                                                       *
      ******************************************************************
       3000-REPORT-PAIRS.
           MOVE "FIELD     FROM  TO  RULE       MOVES  APPLIED"
               TO TRS-OUT-LINE
           MOVE "  ON REASON  FORBIDDEN  NO REASON  OTHER FIELD"
               TO TRS-OUT-LINE (46:)
           WRITE TRNSRPT-RECORD FROM TRS-OUT-LINE
           PERFORM 3100-REPORT-ONE-PAIR THRU 3100-EXIT
               VARYING TRS-PX FROM 1 BY 1
               UNTIL TRS-PX > TRS-PAIR-CNT
           MOVE SPACES TO TRNSRPT-RECORD
           WRITE TRNSRPT-RECORD
           MOVE SPACES TO TRS-OUT-LINE
           STRING "PERIOD TOTAL " TRS-PERIOD-CNT " MOVES, "
               TRS-APPLIED-CNT " APPLIED, " TRS-REFUSED-CNT
               " REFUSED, OVER " TRS-PAIR-CNT " PAIRS"
               DELIMITED BY SIZE INTO TRS-OUT-LINE
           END-STRING
           WRITE TRNSRPT-RECORD FROM TRS-OUT-LINE.
       3000-EXIT.
           EXIT.
      *
       3100-REPORT-ONE-PAIR.
           IF TRS-PAIR-FIELD (TRS-PX) = "R"
               MOVE "REC_TYPE" TO TRS-FIELD-NAME
           ELSE
               MOVE "ACT_TYPE" TO TRS-FIELD-NAME
           END-IF
           EVALUATE TRS-PAIR-RULE (TRS-PX)
               WHEN "A"
                   MOVE "ALLOWED  " TO TRS-RULE-TXT
               WHEN "R"
                   MOVE "REASON   " TO TRS-RULE-TXT
               WHEN "F"
                   MOVE "FORBIDDEN" TO TRS-RULE-TXT
               WHEN OTHER
                   MOVE "?        " TO TRS-RULE-TXT
           END-EVALUATE
           MOVE SPACES TO TRS-OUT-LINE
           STRING TRS-FIELD-NAME "  " TRS-PAIR-FROM (TRS-PX)
               "  -> " TRS-PAIR-TO (TRS-PX) "   " TRS-RULE-TXT
               " " TRS-PAIR-TOTAL (TRS-PX)
               "   " TRS-PAIR-APPLIED (TRS-PX)
               "     " TRS-PAIR-ON-REASON (TRS-PX)
               "     " TRS-PAIR-FORBIDDEN (TRS-PX)
               "     " TRS-PAIR-NO-REASON (TRS-PX)
               "       " TRS-PAIR-OTHER (TRS-PX)
               DELIMITED BY SIZE INTO TRS-OUT-LINE
           END-STRING
           WRITE TRNSRPT-RECORD FROM TRS-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "MRECTRNS - PERIOD " TRS-PERIOD ", "
               TRS-READ-CNT " LOG ROWS READ, " TRS-PERIOD-CNT
               " IN PERIOD, " TRS-PAIR-CNT " PAIRS"
           IF TRS-PAIR-OVER-CNT > 0
               DISPLAY "MRECTRNS - " TRS-PAIR-OVER-CNT
                   " MOVES FELL OUTSIDE THE PAIR TABLE - REPORT IS "
                   "INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "MRECTRNS" TO RNL-WS-PROGRAM
           MOVE TRS-READ-CNT TO RNL-WS-RECORDS-IN
           MOVE TRS-PAIR-CNT TO RNL-WS-RECORDS-OUT
           MOVE TRS-PAIR-OVER-CNT TO RNL-WS-RECORDS-SUSP
           IF TRS-PAIR-OVER-CNT > 0
               COMPUTE RNL-WS-TABLE-PEAK (1) = TRS-PAIR-MAX + 1
           ELSE
               MOVE TRS-PAIR-CNT TO RNL-WS-TABLE-PEAK (1)
           END-IF
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF TRS-STATLOG-OPENED
               CLOSE STATLOG-FILE
           END-IF
           IF TRS-TRNSRPT-OPENED
               CLOSE TRNSRPT-FILE
           END-IF.
