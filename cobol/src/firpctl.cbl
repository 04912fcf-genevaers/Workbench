      ******************************************************************
      **                                                               *
      **  PROGRAM      FIRPCTL                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  OPENS, CLOSES AND REOPENS FIRE FILE-DATE       *
      **      PERIODS ON THE PERIOD CONTROL FILE (DD FIRPCTL,          *
      **      FIRPCREC.cpy).  A CLOSED PERIOD IS REFUSED BY FIRALLOC,  *
      **      FIRGLEXP AND FIRSTATE (PCTLWS/PCTLCK), SO NOTHING CAN    *
      **      BE RE-ALLOCATED, RE-POSTED OR RE-FILED FOR IT BEHIND     *
      **      ACCOUNTING'S BACK.  DD FIRPCPRM CARRIES ONE ACTION PER   *
      **      LINE: ACTION (COLS 1-8), FILE-DATE CCYYMMDD (COLS 9-16)  *
      **      AND A REASON (COLS 17-76).                               *
      **        OPEN     START A ROW FOR THE PERIOD, OPEN.  A CLOSED   *
      **                 PERIOD IS NOT OPENED THIS WAY - SEE REOPEN.   *
      **        CLOSE    MARK THE PERIOD CLOSING AND RUN THE CLOSE     *
      **                 PROOFS; WHEN ALL THREE PASS THE PERIOD IS     *
      **                 CLOSED, STAMPED WITH THE ANALYST AND THE      *
      **                 TIME.  WHEN ANY FAILS IT STAYS CLOSING AND    *
      **                 THE CLOSE IS REFUSED WITH THE FIRST FAILURE.  *
      **        REOPEN   PUT A CLOSED PERIOD BACK TO OPEN.  NEEDS A    *
      **                 REASON AND AN AUTHTAB ENTRY FOR FUNCTION      *
      **                 FIRREOPN (AUTHWS/AUTHCK, CHECKED ON THE FIRST *
      **                 REOPEN CARD ONLY); THE REOPEN COUNT AND THE   *
      **                 REOPENER STAY ON THE ROW.                     *
      **      THE CLOSE PROOFS -                                       *
      **        1  TIE-OUT   DD TOUTCTL (FIRTCTL.cpy) CARRIES AT LEAST *
      **                     ONE FIRTOUT ROW FOR THE PERIOD AND EVERY  *
      **                     ONE OF THEM TIED TO ITS GL CONTROL.       *
      **        2  LEDGER    THE PERIOD WAS EXPORTED (DD GLEXPREG,     *
      **                     GLEXPREG.cpy) AND, FOR EVERY JOURNAL IT   *
      **                     WENT OUT IN, THE LATEST GLACKRCN CONTROL  *
      **                     ROW (DD ACKCTL, GLACKCTL.cpy) SHOWS EVERY *
      **                     LINE POSTED - NONE REJECTED, NONE         *
      **                     UNACKNOWLEDGED.                           *
      **        3  SUSPENSE  NO RECORD FOR THE PERIOD IS LEFT ON THE   *
      **                     FIRE SUSPENSE FILE (DD FIRSUSP,           *
      **                     FIRSUSPR.cpy).                            *
      **      EVERY ACTION, DONE OR NOT, IS EXTENDED ONTO THE PERIOD   *
      **      LOG (DD FIRPLOG, FIRPLREC.cpy) WITH THE SUBMITTING       *
      **      ANALYST (CCBANALYST); THE PROOF RESULTS AND THE PERIODS  *
      **      AFTER THE RUN LIST ON DD PCTLRPT.                        *
      **                                                               *
      **      RETURN-CODE 08 - ONE OR MORE ACTIONS REFUSED OR DENIED   *
      **      (THE REST ARE ON FIRPCTL); 16 - A FILE COULD NOT BE      *
      **      OPENED OR THE PERIOD TABLE OVERFLOWED, FIRPCTL IS NOT    *
      **      REWRITTEN.                                               *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRPCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIRPCPRM-FILE ASSIGN TO "FIRPCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPX-FIRPCPRM-STATUS.
      *> OPTIONAL - NO PERIOD HAS EVER BEEN CLOSED BEFORE THE FIRST
      *> RUN.  READ WHOLE, THEN REWRITTEN IN PLACE AT THE END.
           SELECT OPTIONAL FIRPCTL-FILE ASSIGN TO "FIRPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPX-FIRPCTL-STATUS.
      *> OPTIONAL - THE LOG IS CREATED ON FIRST USE AND EXTENDED
      *> EVERY RUN.
           SELECT OPTIONAL FIRPLOG-FILE ASSIGN TO "FIRPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPX-FIRPLOG-STATUS.
      *> THE PROOF FILES ARE OPTIONAL - ONE THAT IS ABSENT PROVES
      *> NOTHING, AND THE PROOF THAT NEEDS IT FAILS (AN ABSENT
      *> SUSPENSE FILE HOLDS NOTHING, SO THAT PROOF PASSES).
           SELECT OPTIONAL TOUTCTL-FILE ASSIGN TO "TOUTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPX-TOUTCTL-STATUS.
           SELECT OPTIONAL GLEXPREG-FILE ASSIGN TO "GLEXPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPX-GLEXPREG-STATUS.
           SELECT OPTIONAL ACKCTL-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPX-ACKCTL-STATUS.
           SELECT OPTIONAL FIRSUSP-FILE ASSIGN TO "FIRSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FPX-FIRSUSP-STATUS.
           SELECT PCTLRPT-FILE ASSIGN TO "PCTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPX-PCTLRPT-STATUS.
      *> THE ANALYST AUTHORIZATION TABLE AND VIOLATION LOG - SEE
      *> AUTHWS.cpy FOR THE CHECK THESE SERVE.
           SELECT AUTHTAB-FILE ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-TAB-STATUS.
           SELECT OPTIONAL AUTHVIO-FILE ASSIGN TO "AUTHVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-VIO-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIRPCPRM-FILE.
       01  FIRPCPRM-RECORD.
           05  FPX-CARD-ACTION             PIC X(08).
               88  FPX-CARD-OPEN           VALUE "OPEN    ".
               88  FPX-CARD-CLOSE          VALUE "CLOSE   ".
               88  FPX-CARD-REOPEN         VALUE "REOPEN  ".
           05  FPX-CARD-FILE-DATE-X        PIC X(08).
           05  FPX-CARD-FILE-DATE REDEFINES FPX-CARD-FILE-DATE-X
                                           PIC 9(08).
           05  FPX-CARD-REASON             PIC X(60).
       FD  FIRPCTL-FILE.
       COPY FIRPCREC.
       FD  FIRPLOG-FILE.
       COPY FIRPLREC.
       FD  TOUTCTL-FILE.
       COPY FIRTCTL.
       FD  GLEXPREG-FILE.
       COPY GLEXPREG.
       FD  ACKCTL-FILE.
       COPY GLACKCTL.
       FD  FIRSUSP-FILE.
       COPY FIRSUSPR.
       FD  PCTLRPT-FILE.
       01  PCTLRPT-RECORD                  PIC X(100).
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  AUTHVIO-FILE.
       COPY AUTHVREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED AUTHORIZATION-CHECK WORK FIELDS - SEE AUTHWS.cpy.
       COPY AUTHWS.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  FPX-FIRPCPRM-STATUS             PIC XX.
           88  FPX-FIRPCPRM-OK             VALUE "00".
      *> "05" ON THE OPTIONAL FILES IS ABSENT-ON-INPUT OR
      *> CREATED-ON-EXTEND - A SUCCESSFUL OPEN, NOT A FAILURE.
       01  FPX-FIRPCTL-STATUS              PIC XX.
           88  FPX-FIRPCTL-OK              VALUE "00" "05".
       01  FPX-FIRPLOG-STATUS              PIC XX.
           88  FPX-FIRPLOG-OK              VALUE "00" "05".
       01  FPX-TOUTCTL-STATUS              PIC XX.
           88  FPX-TOUTCTL-OK              VALUE "00" "05".
       01  FPX-GLEXPREG-STATUS             PIC XX.
           88  FPX-GLEXPREG-OK             VALUE "00" "05".
       01  FPX-ACKCTL-STATUS               PIC XX.
           88  FPX-ACKCTL-OK               VALUE "00" "05".
       01  FPX-FIRSUSP-STATUS              PIC XX.
           88  FPX-FIRSUSP-OK              VALUE "00" "05".
       01  FPX-PCTLRPT-STATUS              PIC XX.
           88  FPX-PCTLRPT-OK              VALUE "00".
      *> EACH FINAL READ'S AT END DRIVES ITS OWN STATUS TO "10", SO
      *> WHETHER A FILE IS STILL OPEN AT TERMINATION TIME IS TRACKED
      *> HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  FPX-FIRPCPRM-OPENED-SW          PIC X(01)       VALUE "N".
           88  FPX-FIRPCPRM-OPENED         VALUE "Y".
       01  FPX-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  FPX-OUTPUTS-OPENED          VALUE "Y".
       01  FPX-CARD-EOF-SW                 PIC X(01)       VALUE "N".
           88  FPX-CARD-EOF                VALUE "Y".
       01  FPX-IN-EOF-SW                   PIC X(01)       VALUE "N".
           88  FPX-IN-EOF                  VALUE "Y".
       01  FPX-HALT-SW                     PIC X(01)       VALUE "N".
           88  FPX-HALT                    VALUE "Y".
      *> THE REOPEN AUTHORITY IS ASKED OF AUTHTAB ONCE, ON THE FIRST
      *> REOPEN CARD, AND THE ANSWER HOLDS FOR THE REST OF THE RUN.
       01  FPX-AUTH-ASKED-SW               PIC X(01)       VALUE "N".
           88  FPX-AUTH-ASKED              VALUE "Y".
      *> -------------------- THE PERIODS IN MEMORY -------------------
      *> EVERY ROW ON FIRPCTL, IN FILE ORDER, WITH NEW PERIODS ADDED
      *> AT THE END.
       01  FPX-PER-MAX                     PIC 9(04) COMP  VALUE 500.
       01  FPX-PER-CNT                     PIC 9(04) COMP  VALUE 0.
       01  FPX-PER-TAB.
           05  FPX-PER-ENTRY               OCCURS 500 TIMES.
               10  FPX-PER-FILE-DATE       PIC 9(08).
               10  FPX-PER-STATUS          PIC X(01).
               10  FPX-PER-OPENED-DATE     PIC 9(08).
               10  FPX-PER-CLOSED-BY       PIC X(10).
               10  FPX-PER-CLOSED-DATE     PIC 9(08).
               10  FPX-PER-CLOSED-TIME     PIC 9(08).
               10  FPX-PER-REOPEN-CNT      PIC 9(02).
               10  FPX-PER-REOPENED-BY     PIC X(10).
               10  FPX-PER-REOPENED-DATE   PIC 9(08).
       01  FPX-PX                          PIC 9(04) COMP  VALUE 0.
       01  FPX-PER-HIT                     PIC 9(04) COMP  VALUE 0.
      *> ------------- THE JOURNAL RUNS OF THE PERIOD ----------------
      *> EACH DISTINCT FIRGLEXP RUN DATE THE PERIOD WENT OUT IN, WITH
      *> THE LATEST GLACKRCN RECONCILIATION OF THAT JOURNAL.
       01  FPX-JRN-MAX                     PIC 9(04) COMP  VALUE 50.
       01  FPX-JRN-CNT                     PIC 9(04) COMP  VALUE 0.
       01  FPX-JRN-PEAK                    PIC 9(04) COMP  VALUE 0.
       01  FPX-JRN-TAB.
           05  FPX-JRN-ENTRY               OCCURS 50 TIMES.
               10  FPX-JRN-DATE            PIC 9(08).
               10  FPX-JRN-RECON-DATE      PIC 9(08).
               10  FPX-JRN-LINE-CNT        PIC 9(06).
               10  FPX-JRN-POSTED-CNT      PIC 9(06).
               10  FPX-JRN-REJECTED-CNT    PIC 9(06).
               10  FPX-JRN-UNACK-CNT       PIC 9(06).
       01  FPX-RX                          PIC 9(04) COMP  VALUE 0.
       01  FPX-JRN-HIT                     PIC 9(04) COMP  VALUE 0.
       01  FPX-JRN-CNT-ED                  PIC ZZ9.
       01  FPX-JRN-OVERFLOW-SW             PIC X(01)       VALUE "N".
           88  FPX-JRN-OVERFLOW            VALUE "Y".
      *> ----------------- THE CARD IN HAND --------------------------
       01  FPX-FILE-DATE                   PIC 9(08)       VALUE 0.
       01  FPX-FILE-DATE-X REDEFINES FPX-FILE-DATE
                                           PIC X(08).
       01  FPX-OLD-STATUS                  PIC X(01)       VALUE SPACE.
       01  FPX-RESULT                      PIC X(08)       VALUE SPACES.
       01  FPX-TEXT                        PIC X(60)       VALUE SPACES.
      *> ----------------- THE CLOSE PROOFS --------------------------
       01  FPX-PROOF-SW                    PIC X(01)       VALUE "Y".
           88  FPX-PROOFS-PASS             VALUE "Y".
       01  FPX-FAIL-TEXT                   PIC X(60)       VALUE SPACES.
       01  FPX-PROOF-TEXT                  PIC X(60)       VALUE SPACES.
       01  FPX-PROOF-NAME                  PIC X(08)       VALUE SPACES.
       01  FPX-PROOF-RESULT                PIC X(04)       VALUE SPACES.
       01  FPX-TIE-ROWS                    PIC 9(05)       VALUE 0.
       01  FPX-TIE-TIED                    PIC 9(05)       VALUE 0.
       01  FPX-SUSP-ROWS                   PIC 9(07)       VALUE 0.
      *> --------------------- RUN COUNTERS ---------------------------
       01  FPX-CARD-CNT                    PIC 9(05)       VALUE 0.
       01  FPX-DONE-CNT                    PIC 9(05)       VALUE 0.
       01  FPX-REFUSED-CNT                 PIC 9(05)       VALUE 0.
       01  FPX-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  FPX-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  FPX-ANALYST-ID                  PIC X(10)       VALUE SPACES.
       01  FPX-STATE-TXT                   PIC X(07)       VALUE SPACES.
       01  FPX-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
               UNTIL FPX-IN-EOF
           PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
               UNTIL FPX-CARD-EOF
           IF NOT FPX-HALT
               PERFORM 4000-REWRITE-CONTROL THRU 4000-EXIT
           END-IF
           PERFORM 4500-SUMMARIZE THRU 4500-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - THE CARDS, THE LOG AND THE LISTING ARE      *
      *  REQUIRED; FIRPCTL MAY BE ABSENT.  FIRPCTL IS READ WHOLE HERE  *
      *  AND NOT OPENED FOR OUTPUT UNTIL EVERY CARD IS APPLIED.        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT FPX-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT FPX-RUN-TIME FROM TIME
           ACCEPT FPX-ANALYST-ID FROM ENVIRONMENT "CCBANALYST"
           IF FPX-ANALYST-ID = SPACES
               MOVE "UNKNOWN" TO FPX-ANALYST-ID
           END-IF
           OPEN INPUT  FIRPCPRM-FILE
           OPEN INPUT  FIRPCTL-FILE
           OPEN EXTEND FIRPLOG-FILE
           OPEN OUTPUT PCTLRPT-FILE
           MOVE "Y" TO FPX-OUTPUTS-OPENED-SW
           IF FPX-FIRPCPRM-OK
               MOVE "Y" TO FPX-FIRPCPRM-OPENED-SW
           ELSE
               DISPLAY "FIRPCTL - UNABLE TO OPEN FIRPCPRM, STATUS="
                   FPX-FIRPCPRM-STATUS
               MOVE "Y" TO FPX-HALT-SW
           END-IF
           IF NOT FPX-FIRPCTL-OK
               DISPLAY "FIRPCTL - UNABLE TO OPEN FIRPCTL, STATUS="
                   FPX-FIRPCTL-STATUS
               MOVE "Y" TO FPX-HALT-SW
           END-IF
           IF NOT FPX-FIRPLOG-OK
               DISPLAY "FIRPCTL - UNABLE TO EXTEND FIRPLOG, STATUS="
                   FPX-FIRPLOG-STATUS
               MOVE "Y" TO FPX-HALT-SW
           END-IF
           IF NOT FPX-PCTLRPT-OK
               DISPLAY "FIRPCTL - UNABLE TO OPEN PCTLRPT, STATUS="
                   FPX-PCTLRPT-STATUS
               MOVE "Y" TO FPX-HALT-SW
           END-IF
           IF FPX-HALT
               MOVE "Y" TO FPX-CARD-EOF-SW
               MOVE "Y" TO FPX-IN-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-PERIOD.
           READ FIRPCTL-FILE
               AT END
                   MOVE "Y" TO FPX-IN-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF FPX-PER-CNT >= FPX-PER-MAX
               DISPLAY "FIRPCTL - PERIOD TABLE FULL AT "
                   FPX-PER-MAX " ROWS - RUN HALTED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO FPX-PER-CNT
           MOVE FPC-FILE-DATE     TO FPX-PER-FILE-DATE (FPX-PER-CNT)
           MOVE FPC-STATUS        TO FPX-PER-STATUS (FPX-PER-CNT)
           MOVE FPC-OPENED-DATE   TO FPX-PER-OPENED-DATE (FPX-PER-CNT)
           MOVE FPC-CLOSED-BY     TO FPX-PER-CLOSED-BY (FPX-PER-CNT)
           MOVE FPC-CLOSED-DATE   TO FPX-PER-CLOSED-DATE (FPX-PER-CNT)
           MOVE FPC-CLOSED-TIME   TO FPX-PER-CLOSED-TIME (FPX-PER-CNT)
           MOVE FPC-REOPEN-CNT    TO FPX-PER-REOPEN-CNT (FPX-PER-CNT)
           MOVE FPC-REOPENED-BY   TO FPX-PER-REOPENED-BY (FPX-PER-CNT)
           MOVE FPC-REOPENED-DATE
               TO FPX-PER-REOPENED-DATE (FPX-PER-CNT).
       1100-EXIT.
           EXIT.
      *
      *> A HALT STOPS THE CARDS AND KEEPS FIRPCTL AS IT WAS - A
      *> PARTIAL PERIOD TABLE MUST NEVER BE WRITTEN BACK.
       1900-HALT-RUN.
           MOVE "Y" TO FPX-HALT-SW
           MOVE "Y" TO FPX-CARD-EOF-SW
           MOVE "Y" TO FPX-IN-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-APPLY-ONE-CARD - EDITS THE CARD, FINDS THE PERIOD AND    *
      *  HANDS IT TO THE ACTION'S PARAGRAPH, WHICH LEAVES THE RESULT   *
      *  AND ITS TEXT FOR THE LOG ROW AND THE LISTING.                 *
      ******************************************************************
       2000-APPLY-ONE-CARD.
           READ FIRPCPRM-FILE
               AT END
                   MOVE "Y" TO FPX-CARD-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO FPX-CARD-CNT
           MOVE SPACES TO FPX-TEXT
           MOVE SPACE  TO FPX-OLD-STATUS
           MOVE 0      TO FPX-PER-HIT
           MOVE 0      TO FPX-FILE-DATE
           IF NOT FPX-CARD-OPEN AND NOT FPX-CARD-CLOSE
                                AND NOT FPX-CARD-REOPEN
               MOVE "REFUSED " TO FPX-RESULT
               MOVE "ACTION MUST BE OPEN, CLOSE OR REOPEN" TO FPX-TEXT
               GO TO 2000-FINISH
           END-IF
           IF FPX-CARD-FILE-DATE-X NOT NUMERIC
                   OR FPX-CARD-FILE-DATE = 0
               MOVE "REFUSED " TO FPX-RESULT
               MOVE "FILE-DATE IS NOT A CCYYMMDD DATE" TO FPX-TEXT
               GO TO 2000-FINISH
           END-IF
           MOVE FPX-CARD-FILE-DATE TO FPX-FILE-DATE
           PERFORM 2100-FIND-PERIOD THRU 2100-EXIT
           IF FPX-PER-HIT > 0
               MOVE FPX-PER-STATUS (FPX-PER-HIT) TO FPX-OLD-STATUS
           END-IF
           EVALUATE TRUE
               WHEN FPX-CARD-OPEN
                   PERFORM 3000-OPEN-PERIOD THRU 3000-EXIT
               WHEN FPX-CARD-CLOSE
                   PERFORM 3100-CLOSE-PERIOD THRU 3100-EXIT
               WHEN OTHER
                   PERFORM 3200-REOPEN-PERIOD THRU 3200-EXIT
           END-EVALUATE.
       2000-FINISH.
           IF FPX-RESULT = "DONE    "
               ADD 1 TO FPX-DONE-CNT
           ELSE
               ADD 1 TO FPX-REFUSED-CNT
           END-IF
           PERFORM 2800-WRITE-LOG THRU 2800-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-FIND-PERIOD.
           PERFORM 2110-MATCH-ONE-PERIOD THRU 2110-EXIT
               VARYING FPX-PX FROM 1 BY 1
               UNTIL FPX-PX > FPX-PER-CNT OR FPX-PER-HIT > 0.
       2100-EXIT.
           EXIT.
      *
       2110-MATCH-ONE-PERIOD.
           IF FPX-PER-FILE-DATE (FPX-PX) = FPX-FILE-DATE
               MOVE FPX-PX TO FPX-PER-HIT
           END-IF.
       2110-EXIT.
           EXIT.
      *
      *> A NEW PERIOD STARTS OPEN TODAY.  A FULL TABLE HALTS THE RUN
      *> RATHER THAN DROP THE PERIOD FROM THE REWRITE.
       2200-ADD-PERIOD.
           IF FPX-PER-CNT >= FPX-PER-MAX
               DISPLAY "FIRPCTL - PERIOD TABLE FULL AT "
                   FPX-PER-MAX " ROWS - RUN HALTED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO FPX-PER-CNT
           MOVE FPX-PER-CNT   TO FPX-PER-HIT
           MOVE FPX-FILE-DATE TO FPX-PER-FILE-DATE (FPX-PER-HIT)
           MOVE "O"           TO FPX-PER-STATUS (FPX-PER-HIT)
           MOVE FPX-RUN-DATE  TO FPX-PER-OPENED-DATE (FPX-PER-HIT)
           MOVE SPACES        TO FPX-PER-CLOSED-BY (FPX-PER-HIT)
           MOVE 0             TO FPX-PER-CLOSED-DATE (FPX-PER-HIT)
           MOVE 0             TO FPX-PER-CLOSED-TIME (FPX-PER-HIT)
           MOVE 0             TO FPX-PER-REOPEN-CNT (FPX-PER-HIT)
           MOVE SPACES        TO FPX-PER-REOPENED-BY (FPX-PER-HIT)
           MOVE 0             TO FPX-PER-REOPENED-DATE (FPX-PER-HIT).
       2200-EXIT.
           EXIT.
      *
       2800-WRITE-LOG.
           MOVE FPX-RUN-DATE      TO FPL-LOG-DATE
           MOVE FPX-RUN-TIME      TO FPL-LOG-TIME
           MOVE FPX-FILE-DATE     TO FPL-FILE-DATE
           MOVE FPX-CARD-ACTION   TO FPL-ACTION
           MOVE FPX-ANALYST-ID    TO FPL-ANALYST-ID
           MOVE FPX-OLD-STATUS    TO FPL-OLD-STATUS
           MOVE FPX-RESULT        TO FPL-RESULT
           MOVE FPX-TEXT          TO FPL-TEXT
           IF FPX-PER-HIT > 0
               MOVE FPX-PER-STATUS (FPX-PER-HIT) TO FPL-NEW-STATUS
           ELSE
               MOVE SPACE TO FPL-NEW-STATUS
           END-IF
           WRITE FIRE-PERIOD-LOG-RECORD
           MOVE SPACES TO FPX-OUT-LINE
           STRING FPX-RESULT " " FPX-CARD-ACTION " "
               FPX-CARD-FILE-DATE-X " " FPX-OLD-STATUS
               " -> " FPL-NEW-STATUS " - " FPX-TEXT
               DELIMITED BY SIZE INTO FPX-OUT-LINE
           END-STRING
           WRITE PCTLRPT-RECORD FROM FPX-OUT-LINE.
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-OPEN-PERIOD - A PERIOD WITH NO ROW GETS ONE; ONE ALREADY *
      *  OPEN OR CLOSING IS LEFT AS IT IS; A CLOSED ONE NEEDS REOPEN.  *
      ******************************************************************
       3000-OPEN-PERIOD.
           IF FPX-PER-HIT = 0
               PERFORM 2200-ADD-PERIOD THRU 2200-EXIT
               IF FPX-HALT
                   MOVE "REFUSED " TO FPX-RESULT
                   MOVE "PERIOD TABLE FULL - RUN HALTED" TO FPX-TEXT
                   GO TO 3000-EXIT
               END-IF
               MOVE "DONE    " TO FPX-RESULT
               MOVE "PERIOD OPENED" TO FPX-TEXT
               GO TO 3000-EXIT
           END-IF
           IF FPX-PER-STATUS (FPX-PER-HIT) = "C"
               MOVE "REFUSED " TO FPX-RESULT
               MOVE "PERIOD IS CLOSED - USE REOPEN" TO FPX-TEXT
               GO TO 3000-EXIT
           END-IF
           MOVE "DONE    " TO FPX-RESULT
           MOVE "PERIOD ALREADY OPEN - NO CHANGE" TO FPX-TEXT.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3100-CLOSE-PERIOD - THE PERIOD GOES TO CLOSING BEFORE THE     *
      *  PROOFS RUN AND ONLY TO CLOSED WHEN ALL THREE PASS; A REFUSED  *
      *  CLOSE LEAVES IT CLOSING, WHICH THE LOCKED PROGRAMS STILL      *
      *  ACCEPT, SO THE FAILURE CAN BE WORKED AND THE CLOSE RETRIED.   *
      ******************************************************************
       3100-CLOSE-PERIOD.
           IF FPX-PER-HIT = 0
               PERFORM 2200-ADD-PERIOD THRU 2200-EXIT
               IF FPX-HALT
                   MOVE "REFUSED " TO FPX-RESULT
                   MOVE "PERIOD TABLE FULL - RUN HALTED" TO FPX-TEXT
                   GO TO 3100-EXIT
               END-IF
           END-IF
           IF FPX-PER-STATUS (FPX-PER-HIT) = "C"
               MOVE "REFUSED " TO FPX-RESULT
               MOVE "PERIOD IS ALREADY CLOSED" TO FPX-TEXT
               GO TO 3100-EXIT
           END-IF
           MOVE "P" TO FPX-PER-STATUS (FPX-PER-HIT)
           MOVE "Y" TO FPX-PROOF-SW
           MOVE SPACES TO FPX-FAIL-TEXT
           PERFORM 5100-PROVE-TIE-OUT THRU 5100-EXIT
           PERFORM 5200-PROVE-LEDGER THRU 5200-EXIT
           PERFORM 5300-PROVE-SUSPENSE THRU 5300-EXIT
           IF NOT FPX-PROOFS-PASS
               MOVE "REFUSED " TO FPX-RESULT
               MOVE FPX-FAIL-TEXT TO FPX-TEXT
               GO TO 3100-EXIT
           END-IF
           MOVE "C"            TO FPX-PER-STATUS (FPX-PER-HIT)
           MOVE FPX-ANALYST-ID TO FPX-PER-CLOSED-BY (FPX-PER-HIT)
           MOVE FPX-RUN-DATE   TO FPX-PER-CLOSED-DATE (FPX-PER-HIT)
           MOVE FPX-RUN-TIME   TO FPX-PER-CLOSED-TIME (FPX-PER-HIT)
           MOVE "DONE    " TO FPX-RESULT
           MOVE "PERIOD CLOSED - ALL PROOFS PASSED" TO FPX-TEXT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3200-REOPEN-PERIOD - ONLY A CLOSED PERIOD REOPENS, ONLY WITH  *
      *  A REASON, AND ONLY FOR AN ANALYST AUTHTAB LETS REOPEN.        *
      ******************************************************************
       3200-REOPEN-PERIOD.
           IF FPX-CARD-REASON = SPACES
               MOVE "REFUSED " TO FPX-RESULT
               MOVE "REOPEN NEEDS A REASON IN COLUMNS 17-76"
                   TO FPX-TEXT
               GO TO 3200-EXIT
           END-IF
           IF FPX-PER-HIT = 0
               MOVE "REFUSED " TO FPX-RESULT
               MOVE "PERIOD IS NOT CLOSED - NOTHING TO REOPEN"
                   TO FPX-TEXT
               GO TO 3200-EXIT
           END-IF
           IF FPX-PER-STATUS (FPX-PER-HIT) NOT = "C"
               MOVE "REFUSED " TO FPX-RESULT
               MOVE "PERIOD IS NOT CLOSED - NOTHING TO REOPEN"
                   TO FPX-TEXT
               GO TO 3200-EXIT
           END-IF
           IF NOT FPX-AUTH-ASKED
               MOVE "FIRREOPN" TO AUT-WS-FUNCTION
               MOVE "FIRPCTL"  TO AUT-WS-TARGET
               PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
               MOVE "Y" TO FPX-AUTH-ASKED-SW
           END-IF
           IF AUT-WS-DENIED
               MOVE "DENIED  " TO FPX-RESULT
               MOVE "ANALYST NOT AUTHORIZED FOR FIRREOPN" TO FPX-TEXT
               GO TO 3200-EXIT
           END-IF
           MOVE "O" TO FPX-PER-STATUS (FPX-PER-HIT)
           IF FPX-PER-REOPEN-CNT (FPX-PER-HIT) < 99
               ADD 1 TO FPX-PER-REOPEN-CNT (FPX-PER-HIT)
           END-IF
           MOVE FPX-ANALYST-ID TO FPX-PER-REOPENED-BY (FPX-PER-HIT)
           MOVE FPX-RUN-DATE   TO FPX-PER-REOPENED-DATE (FPX-PER-HIT)
           MOVE "DONE    " TO FPX-RESULT
           MOVE FPX-CARD-REASON TO FPX-TEXT.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-REWRITE-CONTROL - FIRPCTL GOES BACK OUT WHOLE, EVERY     *
      *  PERIOD IN LOAD ORDER, AND THE LISTING SHOWS WHERE EACH ONE    *
      *  STANDS AFTER THE RUN.                                         *
      ******************************************************************
       4000-REWRITE-CONTROL.
           CLOSE FIRPCTL-FILE
           OPEN OUTPUT FIRPCTL-FILE
           IF NOT FPX-FIRPCTL-OK
               DISPLAY "FIRPCTL - UNABLE TO REWRITE FIRPCTL, STATUS="
                   FPX-FIRPCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-WRITE-ONE-PERIOD THRU 4100-EXIT
               VARYING FPX-PX FROM 1 BY 1
               UNTIL FPX-PX > FPX-PER-CNT
           MOVE SPACES TO FPX-OUT-LINE
           WRITE PCTLRPT-RECORD FROM FPX-OUT-LINE
           MOVE "PERIODS AFTER THIS RUN:" TO FPX-OUT-LINE
           WRITE PCTLRPT-RECORD FROM FPX-OUT-LINE
           PERFORM 4200-LIST-ONE-PERIOD THRU 4200-EXIT
               VARYING FPX-PX FROM 1 BY 1
               UNTIL FPX-PX > FPX-PER-CNT.
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-ONE-PERIOD.
           MOVE FPX-PER-FILE-DATE (FPX-PX)     TO FPC-FILE-DATE
           MOVE FPX-PER-STATUS (FPX-PX)        TO FPC-STATUS
           MOVE FPX-PER-OPENED-DATE (FPX-PX)   TO FPC-OPENED-DATE
           MOVE FPX-PER-CLOSED-BY (FPX-PX)     TO FPC-CLOSED-BY
           MOVE FPX-PER-CLOSED-DATE (FPX-PX)   TO FPC-CLOSED-DATE
           MOVE FPX-PER-CLOSED-TIME (FPX-PX)   TO FPC-CLOSED-TIME
           MOVE FPX-PER-REOPEN-CNT (FPX-PX)    TO FPC-REOPEN-CNT
           MOVE FPX-PER-REOPENED-BY (FPX-PX)   TO FPC-REOPENED-BY
           MOVE FPX-PER-REOPENED-DATE (FPX-PX) TO FPC-REOPENED-DATE
           WRITE FIRE-PERIOD-CONTROL-RECORD.
       4100-EXIT.
           EXIT.
      *
       4200-LIST-ONE-PERIOD.
           EVALUATE FPX-PER-STATUS (FPX-PX)
               WHEN "O"
                   MOVE "OPEN   " TO FPX-STATE-TXT
               WHEN "P"
                   MOVE "CLOSING" TO FPX-STATE-TXT
               WHEN "C"
                   MOVE "CLOSED " TO FPX-STATE-TXT
               WHEN OTHER
                   MOVE "???????" TO FPX-STATE-TXT
           END-EVALUATE
           MOVE SPACES TO FPX-OUT-LINE
           STRING "  " FPX-PER-FILE-DATE (FPX-PX) " " FPX-STATE-TXT
               " OPENED " FPX-PER-OPENED-DATE (FPX-PX)
               " CLOSED " FPX-PER-CLOSED-DATE (FPX-PX)
               " BY " FPX-PER-CLOSED-BY (FPX-PX)
               " REOPENS " FPX-PER-REOPEN-CNT (FPX-PX)
               " LAST BY " FPX-PER-REOPENED-BY (FPX-PX)
               DELIMITED BY SIZE INTO FPX-OUT-LINE
           END-STRING
           WRITE PCTLRPT-RECORD FROM FPX-OUT-LINE.
       4200-EXIT.
           EXIT.
      *
       4500-SUMMARIZE.
           DISPLAY "FIRPCTL - CARDS READ      " FPX-CARD-CNT
           DISPLAY "FIRPCTL - ACTIONS DONE    " FPX-DONE-CNT
           DISPLAY "FIRPCTL - REFUSED/DENIED  " FPX-REFUSED-CNT
           IF FPX-REFUSED-CNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       4500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5100-PROVE-TIE-OUT - EVERY FIRTOUT CONTROL ROW FOR THE        *
      *  PERIOD MUST HAVE TIED TO ITS GL CONTROL, AND THERE MUST BE    *
      *  AT LEAST ONE - A PERIOD NEVER TIED OUT IS NOT PROVEN.         *
      ******************************************************************
       5100-PROVE-TIE-OUT.
           MOVE "TIE-OUT " TO FPX-PROOF-NAME
           MOVE 0 TO FPX-TIE-ROWS
           MOVE 0 TO FPX-TIE-TIED
           MOVE "N" TO FPX-IN-EOF-SW
           OPEN INPUT TOUTCTL-FILE
           IF NOT FPX-TOUTCTL-OK
               MOVE "Y" TO FPX-IN-EOF-SW
           END-IF
           PERFORM 5110-READ-ONE-TIE-ROW THRU 5110-EXIT
               UNTIL FPX-IN-EOF
           IF FPX-TOUTCTL-OK OR FPX-TOUTCTL-STATUS = "10"
               CLOSE TOUTCTL-FILE
           END-IF
           MOVE SPACES TO FPX-PROOF-TEXT
           EVALUATE TRUE
               WHEN FPX-TIE-ROWS = 0
                   MOVE "NO FIRTOUT CONTROL ROWS ON TOUTCTL FOR PERIOD"
                       TO FPX-PROOF-TEXT
               WHEN FPX-TIE-TIED < FPX-TIE-ROWS
                   STRING "FIRTOUT TIED ONLY " FPX-TIE-TIED " OF "
                       FPX-TIE-ROWS " STATES"
                       DELIMITED BY SIZE INTO FPX-PROOF-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "FIRTOUT TIED ALL " FPX-TIE-ROWS " STATES"
                       DELIMITED BY SIZE INTO FPX-PROOF-TEXT
                   END-STRING
           END-EVALUATE
           IF FPX-TIE-ROWS > 0 AND FPX-TIE-TIED = FPX-TIE-ROWS
               MOVE "PASS" TO FPX-PROOF-RESULT
           ELSE
               MOVE "FAIL" TO FPX-PROOF-RESULT
           END-IF
           PERFORM 5900-REPORT-PROOF THRU 5900-EXIT.
       5100-EXIT.
           EXIT.
      *
       5110-READ-ONE-TIE-ROW.
           READ TOUTCTL-FILE
               AT END
                   MOVE "Y" TO FPX-IN-EOF-SW
                   GO TO 5110-EXIT
           END-READ
           IF FTC-FILE-DATE NOT = FPX-FILE-DATE
               GO TO 5110-EXIT
           END-IF
           ADD 1 TO FPX-TIE-ROWS
           IF FTC-TIED
               ADD 1 TO FPX-TIE-TIED
           END-IF.
       5110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5200-PROVE-LEDGER - COLLECTS THE FIRGLEXP RUNS THE PERIOD     *
      *  WENT OUT IN, THEN THE LATEST GLACKRCN ROW FOR EACH OF THOSE   *
      *  JOURNALS; EVERY JOURNAL MUST BE RECONCILED AND FULLY POSTED.  *
      ******************************************************************
       5200-PROVE-LEDGER.
           MOVE "LEDGER  " TO FPX-PROOF-NAME
           MOVE 0   TO FPX-JRN-CNT
           MOVE "N" TO FPX-JRN-OVERFLOW-SW
           MOVE "N" TO FPX-IN-EOF-SW
           OPEN INPUT GLEXPREG-FILE
           IF NOT FPX-GLEXPREG-OK
               MOVE "Y" TO FPX-IN-EOF-SW
           END-IF
           PERFORM 5210-READ-ONE-EXPORT-ROW THRU 5210-EXIT
               UNTIL FPX-IN-EOF
           IF FPX-GLEXPREG-OK OR FPX-GLEXPREG-STATUS = "10"
               CLOSE GLEXPREG-FILE
           END-IF
           IF FPX-JRN-CNT > FPX-JRN-PEAK
               MOVE FPX-JRN-CNT TO FPX-JRN-PEAK
           END-IF
           MOVE SPACES TO FPX-PROOF-TEXT
           MOVE "FAIL" TO FPX-PROOF-RESULT
           IF FPX-JRN-OVERFLOW
               MOVE FPX-JRN-MAX TO FPX-JRN-CNT-ED
               STRING "PERIOD WENT OUT IN MORE THAN " FPX-JRN-CNT-ED
                   " JOURNALS - NOT PROVEN"
                   DELIMITED BY SIZE INTO FPX-PROOF-TEXT
               END-STRING
               GO TO 5200-REPORT
           END-IF
           IF FPX-JRN-CNT = 0
               MOVE "NO JOURNAL WAS EXPORTED FOR THE PERIOD"
                   TO FPX-PROOF-TEXT
               GO TO 5200-REPORT
           END-IF
           MOVE "N" TO FPX-IN-EOF-SW
           OPEN INPUT ACKCTL-FILE
           IF NOT FPX-ACKCTL-OK
               MOVE "Y" TO FPX-IN-EOF-SW
           END-IF
           PERFORM 5220-READ-ONE-ACK-ROW THRU 5220-EXIT
               UNTIL FPX-IN-EOF
           IF FPX-ACKCTL-OK OR FPX-ACKCTL-STATUS = "10"
               CLOSE ACKCTL-FILE
           END-IF
           MOVE 0 TO FPX-JRN-HIT
           PERFORM 5240-JUDGE-ONE-RUN THRU 5240-EXIT
               VARYING FPX-RX FROM 1 BY 1
               UNTIL FPX-RX > FPX-JRN-CNT OR FPX-JRN-HIT > 0
           IF FPX-JRN-HIT > 0
               GO TO 5200-REPORT
           END-IF
           MOVE "PASS" TO FPX-PROOF-RESULT
           MOVE FPX-JRN-CNT TO FPX-JRN-CNT-ED
           STRING "ALL " FPX-JRN-CNT-ED " JOURNAL(S) FULLY POSTED"
               DELIMITED BY SIZE INTO FPX-PROOF-TEXT
           END-STRING.
       5200-REPORT.
           PERFORM 5900-REPORT-PROOF THRU 5900-EXIT.
       5200-EXIT.
           EXIT.
      *
       5210-READ-ONE-EXPORT-ROW.
           READ GLEXPREG-FILE
               AT END
                   MOVE "Y" TO FPX-IN-EOF-SW
                   GO TO 5210-EXIT
           END-READ
           IF GXR-FILE-DATE NOT = FPX-FILE-DATE
               GO TO 5210-EXIT
           END-IF
           MOVE 0 TO FPX-JRN-HIT
           PERFORM 5230-MATCH-ONE-RUN THRU 5230-EXIT
               VARYING FPX-RX FROM 1 BY 1
               UNTIL FPX-RX > FPX-JRN-CNT OR FPX-JRN-HIT > 0
           IF FPX-JRN-HIT > 0
               GO TO 5210-EXIT
           END-IF
           IF FPX-JRN-CNT >= FPX-JRN-MAX
               MOVE "Y" TO FPX-JRN-OVERFLOW-SW
               GO TO 5210-EXIT
           END-IF
           ADD 1 TO FPX-JRN-CNT
           MOVE GXR-RUN-DATE TO FPX-JRN-DATE (FPX-JRN-CNT)
           MOVE 0 TO FPX-JRN-RECON-DATE (FPX-JRN-CNT)
           MOVE 0 TO FPX-JRN-LINE-CNT (FPX-JRN-CNT)
           MOVE 0 TO FPX-JRN-POSTED-CNT (FPX-JRN-CNT)
           MOVE 0 TO FPX-JRN-REJECTED-CNT (FPX-JRN-CNT)
           MOVE 0 TO FPX-JRN-UNACK-CNT (FPX-JRN-CNT).
       5210-EXIT.
           EXIT.
      *
      *> THE ACK CONTROL FILE IS ONLY EVER EXTENDED, SO A LATER ROW
      *> FOR THE SAME JOURNAL - EVEN ONE WITH THE SAME RECON DATE -
      *> IS THE NEWER RECONCILIATION AND REPLACES THE ONE HELD.
       5220-READ-ONE-ACK-ROW.
           READ ACKCTL-FILE
               AT END
                   MOVE "Y" TO FPX-IN-EOF-SW
                   GO TO 5220-EXIT
           END-READ
           MOVE 0 TO FPX-JRN-HIT
           PERFORM 5235-MATCH-ACK-TO-RUN THRU 5235-EXIT
               VARYING FPX-RX FROM 1 BY 1
               UNTIL FPX-RX > FPX-JRN-CNT OR FPX-JRN-HIT > 0
           IF FPX-JRN-HIT = 0
               GO TO 5220-EXIT
           END-IF
           IF GAC-RECON-DATE < FPX-JRN-RECON-DATE (FPX-JRN-HIT)
               GO TO 5220-EXIT
           END-IF
           MOVE GAC-RECON-DATE   TO FPX-JRN-RECON-DATE (FPX-JRN-HIT)
           MOVE GAC-LINE-CNT     TO FPX-JRN-LINE-CNT (FPX-JRN-HIT)
           MOVE GAC-POSTED-CNT   TO FPX-JRN-POSTED-CNT (FPX-JRN-HIT)
           MOVE GAC-REJECTED-CNT TO FPX-JRN-REJECTED-CNT (FPX-JRN-HIT)
           MOVE GAC-UNACK-CNT    TO FPX-JRN-UNACK-CNT (FPX-JRN-HIT).
       5220-EXIT.
           EXIT.
      *
       5230-MATCH-ONE-RUN.
           IF FPX-JRN-DATE (FPX-RX) = GXR-RUN-DATE
               MOVE FPX-RX TO FPX-JRN-HIT
           END-IF.
       5230-EXIT.
           EXIT.
      *
       5235-MATCH-ACK-TO-RUN.
           IF FPX-JRN-DATE (FPX-RX) = GAC-ENTRY-DATE
               MOVE FPX-RX TO FPX-JRN-HIT
           END-IF.
       5235-EXIT.
           EXIT.
      *
      *> STOPS ON THE FIRST JOURNAL THAT FAILS, LEAVING ITS SUBSCRIPT
      *> IN FPX-JRN-HIT AND THE REASON IN FPX-PROOF-TEXT.
       5240-JUDGE-ONE-RUN.
           IF FPX-JRN-RECON-DATE (FPX-RX) = 0
               MOVE FPX-RX TO FPX-JRN-HIT
               STRING "JOURNAL OF " FPX-JRN-DATE (FPX-RX)
                   " WAS NEVER RECONCILED BY GLACKRCN"
                   DELIMITED BY SIZE INTO FPX-PROOF-TEXT
               END-STRING
               GO TO 5240-EXIT
           END-IF
           IF FPX-JRN-REJECTED-CNT (FPX-RX) > 0
                   OR FPX-JRN-UNACK-CNT (FPX-RX) > 0
                   OR FPX-JRN-POSTED-CNT (FPX-RX)
                       NOT = FPX-JRN-LINE-CNT (FPX-RX)
               MOVE FPX-RX TO FPX-JRN-HIT
               STRING "JOURNAL OF " FPX-JRN-DATE (FPX-RX)
                   " POSTED " FPX-JRN-POSTED-CNT (FPX-RX)
                   " OF " FPX-JRN-LINE-CNT (FPX-RX)
                   " REJ " FPX-JRN-REJECTED-CNT (FPX-RX)
                   " UNACK " FPX-JRN-UNACK-CNT (FPX-RX)
                   DELIMITED BY SIZE INTO FPX-PROOF-TEXT
               END-STRING
           END-IF.
       5240-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5300-PROVE-SUSPENSE - NO RECORD DATED IN THE PERIOD MAY BE    *
      *  WAITING ON THE FIRE SUSPENSE FILE.  THE FILE-DATE SITS AT     *
      *  BYTES 6-13 OF THE SUSPENDED FDW-FIRE-ALLOC-REC IMAGE.         *
      ******************************************************************
       5300-PROVE-SUSPENSE.
           MOVE "SUSPENSE" TO FPX-PROOF-NAME
           MOVE 0 TO FPX-SUSP-ROWS
           MOVE "N" TO FPX-IN-EOF-SW
           OPEN INPUT FIRSUSP-FILE
           IF NOT FPX-FIRSUSP-OK
               DISPLAY "FIRPCTL - UNABLE TO READ FIRSUSP, STATUS="
                   FPX-FIRSUSP-STATUS
               MOVE "Y" TO FPX-IN-EOF-SW
               MOVE "FAIL" TO FPX-PROOF-RESULT
               MOVE "FIRSUSP COULD NOT BE READ - NOT PROVEN"
                   TO FPX-PROOF-TEXT
               PERFORM 5900-REPORT-PROOF THRU 5900-EXIT
               GO TO 5300-EXIT
           END-IF
           PERFORM 5310-READ-ONE-SUSP-ROW THRU 5310-EXIT
               UNTIL FPX-IN-EOF
           CLOSE FIRSUSP-FILE
           MOVE SPACES TO FPX-PROOF-TEXT
           IF FPX-SUSP-ROWS = 0
               MOVE "PASS" TO FPX-PROOF-RESULT
               MOVE "NOTHING IN SUSPENSE FOR THE PERIOD"
                   TO FPX-PROOF-TEXT
           ELSE
               MOVE "FAIL" TO FPX-PROOF-RESULT
               STRING FPX-SUSP-ROWS
                   " RECORD(S) STILL IN SUSPENSE FOR THE PERIOD"
                   DELIMITED BY SIZE INTO FPX-PROOF-TEXT
               END-STRING
           END-IF
           PERFORM 5900-REPORT-PROOF THRU 5900-EXIT.
       5300-EXIT.
           EXIT.
      *
       5310-READ-ONE-SUSP-ROW.
           READ FIRSUSP-FILE
               AT END
                   MOVE "Y" TO FPX-IN-EOF-SW
                   GO TO 5310-EXIT
           END-READ
           IF FSU-ALLOC-IMAGE (6:8) = FPX-FILE-DATE-X
               ADD 1 TO FPX-SUSP-ROWS
           END-IF.
       5310-EXIT.
           EXIT.
      *
      *> EVERY PROOF LISTS ITS RESULT; THE FIRST FAILURE IS KEPT FOR
      *> THE LOG ROW.
       5900-REPORT-PROOF.
           IF FPX-PROOF-RESULT = "FAIL" AND FPX-PROOFS-PASS
               MOVE "N" TO FPX-PROOF-SW
               MOVE FPX-PROOF-TEXT TO FPX-FAIL-TEXT
           END-IF
           MOVE SPACES TO FPX-OUT-LINE
           STRING "         PROOF " FPX-PROOF-NAME " " FPX-PROOF-RESULT
               " " FPX-PROOF-TEXT
               DELIMITED BY SIZE INTO FPX-OUT-LINE
           END-STRING
           WRITE PCTLRPT-RECORD FROM FPX-OUT-LINE.
       5900-EXIT.
           EXIT.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRPCTL" TO RNL-WS-PROGRAM
           MOVE FPX-CARD-CNT TO RNL-WS-RECORDS-IN
           MOVE FPX-DONE-CNT TO RNL-WS-RECORDS-OUT
           MOVE FPX-REFUSED-CNT TO RNL-WS-RECORDS-SUSP
           MOVE FPX-PER-CNT TO RNL-WS-TABLE-PEAK (1)
           MOVE FPX-JRN-PEAK TO RNL-WS-TABLE-PEAK (2)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF FPX-FIRPCPRM-OPENED
               CLOSE FIRPCPRM-FILE
           END-IF
           IF FPX-HALT
               IF FPX-FIRPCTL-OK OR FPX-FIRPCTL-STATUS = "10"
                   CLOSE FIRPCTL-FILE
               END-IF
           ELSE
               CLOSE FIRPCTL-FILE
           END-IF
           IF FPX-OUTPUTS-OPENED
               CLOSE FIRPLOG-FILE
               CLOSE PCTLRPT-FILE
           END-IF.
