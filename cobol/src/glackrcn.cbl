      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   EXTEND ONE CONTROL ROW PER JOURNAL ENTRY   *
      **                   DATE (GLACKCTL) ONTO DD ACKCTL - LINES,    *
      **                   POSTED, REJECTED, UNACKNOWLEDGED AND       *
      **                   ORPHAN COUNTS - FOR THE FIRPCTL PERIOD     *
      **                   CLOSE PROOF.                               *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ACKRPT-FILE   ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAR-ACKRPT-STATUS.
      *> OPTIONAL - THE RECONCILIATION CONTROL ROWS, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACKCTL-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAR-ACKCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLJRNL-FILE.
       COPY GLACKREC.
       FD  ACKRPT-FILE.
       01  ACKRPT-RECORD                   PIC X(110).
       FD  ACKCTL-FILE.
       COPY GLACKCTL.
       WORKING-STORAGE SECTION.
       01  GAR-GLJRNL-STATUS               PIC XX.
           88  GAR-GLJRNL-OK               VALUE "00".
       01  GAR-GLACK-STATUS                PIC XX.
           88  GAR-GLACK-OK                VALUE "00" "05".
       01  GAR-ACKRPT-STATUS               PIC XX.
       01  GAR-ACKCTL-STATUS               PIC XX.
           88  GAR-ACKCTL-OK               VALUE "00" "05".
      *> WHETHER THE REPORT IS OPEN AT TERMINATION TIME IS TRACKED
      *> HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  GAR-ACKRPT-OPENED-SW            PIC X(01)       VALUE "N".
      *> STATE-CD: "U" UNACKNOWLEDGED, "P" POSTED, "R" REJECTED.
               10  GAR-JRN-REASON          PIC X(30).
       01  GAR-JX                          PIC 9(04) COMP  VALUE 0.
      *> ------------------ ENTRY DATE CONTROL TABLE -------------------
      *> ONE ENTRY PER JOURNAL ENTRY DATE SEEN ON GLJRNL OR ON AN
      *> ORPHAN ACKNOWLEDGMENT, WRITTEN AS A GLACKCTL ROW AT THE END.
       01  GAR-DT-MAX                      PIC 9(04) COMP  VALUE 100.
       01  GAR-DT-CNT                      PIC 9(04) COMP  VALUE 0.
       01  GAR-DT-TAB.
           05  GAR-DT-ENTRY                OCCURS 100 TIMES.
               10  GAR-DT-DATE             PIC 9(08).
               10  GAR-DT-LINE-CNT         PIC 9(06).
               10  GAR-DT-POSTED-CNT       PIC 9(06).
               10  GAR-DT-REJECTED-CNT     PIC 9(06).
               10  GAR-DT-UNACK-CNT        PIC 9(06).
               10  GAR-DT-ORPHAN-CNT       PIC 9(06).
       01  GAR-DX                          PIC 9(04) COMP  VALUE 0.
       01  GAR-DT-HIT                      PIC 9(04) COMP  VALUE 0.
       01  GAR-DT-KEY                      PIC 9(08)       VALUE 0.
       01  GAR-DT-OVERFLOW-CNT             PIC 9(06)       VALUE 0.
       01  GAR-HIT                         PIC 9(04) COMP  VALUE 0.
      *> ---------------------- AGE ARITHMETIC -------------------------
       01  GAR-RUN-DATE                    PIC 9(08)       VALUE 0.
               VARYING GAR-JX FROM 1 BY 1
               UNTIL GAR-JX > GAR-JRN-CNT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 4500-WRITE-ACK-CONTROL THRU 4500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
               UNTIL GAR-JX > GAR-JRN-CNT OR GAR-HIT > 0
           IF GAR-HIT = 0
               ADD 1 TO GAR-ORPHAN-CNT
               MOVE GAK-ENTRY-DATE TO GAR-DT-KEY
               PERFORM 7000-FIND-OR-ADD-DATE THRU 7000-EXIT
               IF GAR-DT-HIT > 0
                   ADD 1 TO GAR-DT-ORPHAN-CNT (GAR-DT-HIT)
               END-IF
               MOVE GAK-AMOUNT TO GAR-AMT-TXT
               MOVE SPACES TO GAR-OUT-LINE
               STRING "ORPHAN ACK " GAK-ENTRY-DATE
       3000-REPORT-ONE-LINE.
           MOVE GAR-JRN-AMOUNT (GAR-JX) TO GAR-AMT-TXT
           MOVE SPACES TO GAR-OUT-LINE
           MOVE GAR-JRN-DATE (GAR-JX) TO GAR-DT-KEY
           PERFORM 7000-FIND-OR-ADD-DATE THRU 7000-EXIT
           IF GAR-DT-HIT > 0
               ADD 1 TO GAR-DT-LINE-CNT (GAR-DT-HIT)
               EVALUATE GAR-JRN-STATE-CD (GAR-JX)
                   WHEN "P"
                       ADD 1 TO GAR-DT-POSTED-CNT (GAR-DT-HIT)
                   WHEN "R"
                       ADD 1 TO GAR-DT-REJECTED-CNT (GAR-DT-HIT)
                   WHEN OTHER
                       ADD 1 TO GAR-DT-UNACK-CNT (GAR-DT-HIT)
               END-EVALUATE
           END-IF
           EVALUATE GAR-JRN-STATE-CD (GAR-JX)
               WHEN "P"
                   ADD 1 TO GAR-POSTED-CNT
           EXIT.
      *
      ******************************************************************
      *  4500-WRITE-ACK-CONTROL - ONE GLACKCTL ROW PER ENTRY DATE     *
      *  EXTENDED ONTO DD ACKCTL.  NOTHING IS WRITTEN WHEN THE        *
      *  JOURNAL COULD NOT BE READ IN FULL OR A DATE WAS TURNED AWAY  *
      *  - A SHORT COUNT MUST NEVER PASS FOR A CLEAN RECONCILIATION.  *
      ******************************************************************
       4500-WRITE-ACK-CONTROL.
           IF RETURN-CODE = 16 OR GAR-DT-OVERFLOW-CNT > 0
               DISPLAY "GLACKRCN - NO ACKCTL ROWS WRITTEN - THE "
                   "RECONCILIATION IS INCOMPLETE"
               MOVE 16 TO RETURN-CODE
               GO TO 4500-EXIT
           END-IF
           IF GAR-DT-CNT = 0
               GO TO 4500-EXIT
           END-IF
           OPEN EXTEND ACKCTL-FILE
           IF NOT GAR-ACKCTL-OK
               DISPLAY "GLACKRCN - UNABLE TO OPEN ACKCTL, STATUS="
                   GAR-ACKCTL-STATUS " - NO CONTROL ROWS WRITTEN"
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-WRITE-ONE-CONTROL-ROW THRU 4510-EXIT
               VARYING GAR-DX FROM 1 BY 1
               UNTIL GAR-DX > GAR-DT-CNT
           CLOSE ACKCTL-FILE.
       4500-EXIT.
           EXIT.
      *
       4510-WRITE-ONE-CONTROL-ROW.
           MOVE GAR-RUN-DATE                TO GAC-RECON-DATE
           MOVE GAR-DT-DATE (GAR-DX)         TO GAC-ENTRY-DATE
           MOVE GAR-DT-LINE-CNT (GAR-DX)     TO GAC-LINE-CNT
           MOVE GAR-DT-POSTED-CNT (GAR-DX)   TO GAC-POSTED-CNT
           MOVE GAR-DT-REJECTED-CNT (GAR-DX) TO GAC-REJECTED-CNT
           MOVE GAR-DT-UNACK-CNT (GAR-DX)    TO GAC-UNACK-CNT
           MOVE GAR-DT-ORPHAN-CNT (GAR-DX)   TO GAC-ORPHAN-CNT
           WRITE GL-ACK-CONTROL-RECORD.
       4510-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7000-FIND-OR-ADD-DATE - THE ENTRY DATE CONTROL SLOT FOR      *
      *  GAR-DT-KEY, ADDED ON FIRST SIGHT.  GAR-DT-HIT COMES BACK     *
      *  ZERO WHEN THE TABLE IS FULL.                                 *
      ******************************************************************
       7000-FIND-OR-ADD-DATE.
           MOVE 0 TO GAR-DT-HIT
           PERFORM 7010-MATCH-ONE-DATE THRU 7010-EXIT
               VARYING GAR-DX FROM 1 BY 1
               UNTIL GAR-DX > GAR-DT-CNT OR GAR-DT-HIT > 0
           IF GAR-DT-HIT > 0
               GO TO 7000-EXIT
           END-IF
           IF GAR-DT-CNT >= GAR-DT-MAX
               ADD 1 TO GAR-DT-OVERFLOW-CNT
               GO TO 7000-EXIT
           END-IF
           ADD 1 TO GAR-DT-CNT
           MOVE GAR-DT-KEY TO GAR-DT-DATE (GAR-DT-CNT)
           MOVE 0 TO GAR-DT-LINE-CNT (GAR-DT-CNT)
           MOVE 0 TO GAR-DT-POSTED-CNT (GAR-DT-CNT)
           MOVE 0 TO GAR-DT-REJECTED-CNT (GAR-DT-CNT)
           MOVE 0 TO GAR-DT-UNACK-CNT (GAR-DT-CNT)
           MOVE 0 TO GAR-DT-ORPHAN-CNT (GAR-DT-CNT)
           MOVE GAR-DT-CNT TO GAR-DT-HIT.
       7000-EXIT.
           EXIT.
      *
       7010-MATCH-ONE-DATE.
           IF GAR-DT-DATE (GAR-DX) = GAR-DT-KEY
               MOVE GAR-DX TO GAR-DT-HIT
           END-IF.
       7010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8800-DATE-TO-SERIAL - DAYS SINCE YEAR 1 FOR GAR-SER-CCYY/    *
      *  MM/DD, GREGORIAN LEAP RULE INCLUDED, FEBRUARY 29 COUNTED     *
      *  WHEN THE YEAR ITSELF IS LEAP AND THE DATE IS PAST FEBRUARY.  *
