      ******************************************************************
      **                                                               *
      **  PROGRAM      FIRLEDG                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  RECEIVING-ENTITY ALLOCATION LEDGER.  POSTS A   *
      **      PRODUCTION FIRALLOC RUN'S ALOCOUT ROWS (FIRAOUT.cpy) TO  *
      **      A PERSISTENT LEDGER KEYED BY ENTITY, AGENT, CO-CD,       *
      **      H-CODE AND PERIOD (FIRLDGR.cpy - OLD MASTER DD ALOCLDG,  *
      **      NEW MASTER DD ALOCLDGN), SUMMED ACROSS WRITING STATES,   *
      **      AND REPORTS EACH ENTITY'S PERIOD, YEAR-TO-DATE AND       *
      **      INCEPTION-TO-DATE TOTALS OF THE SIX GRP2-GRP5 AMOUNTS ON *
      **      DD LDGRPT.  THE PERIOD (CCYYMM) IS THE MONTH OF THE      *
      **      RUN'S FILE-DATES, TAKEN FROM THE RUN STAMP FIRALLOC      *
      **      LEAVES ON DD ALOCCTL (FIRACTL.cpy).  EVERY POSTING IS    *
      **      JOURNALED ON DD ALOCLJRN (FIRLJREC.cpy), READ WHOLE AND  *
      **      REWRITTEN IN PLACE.  DD LDGPRM CARRIES ONE CARD: ACTION  *
      **      (COLS 1-8) AND PERIOD CCYYMM (COLS 9-14).                *
      **        POST     POST THE RUN.  THE PERIOD MUST NOT ALREADY    *
      **                 HAVE AN ACTIVE POSTING.  A PERIOD ON THE CARD *
      **                 MUST MATCH THE RUN'S.                         *
      **        SUPERSED POST A RERUN IN PLACE OF THE PERIOD'S ACTIVE  *
      **                 POSTING - ITS LEDGER ROWS ARE REPLACED, NOT   *
      **                 ADDED TO, AND ITS JOURNAL ROW IS MARKED       *
      **                 SUPERSEDED BY THE NEW RUN.                    *
      **        REPORT   REPORT THE LEDGER AS OF THE CARD'S PERIOD;    *
      **                 NOTHING IS POSTED.                            *
      **      A RUN IS REFUSED WHEN IT HAS NO STAMP, IS A WHAT-IF RUN, *
      **      HAD EXCEPTIONS, SPANS MORE THAN ONE PERIOD, WAS POSTED   *
      **      BEFORE, FALLS IN A PERIOD FIRPCTL HAS CLOSED             *
      **      (PCTLWS/PCTLCK), OR WHEN ALOCOUT'S ROW COUNT AND SIX     *
      **      TOTALS DO NOT MATCH THE STAMP.  A REFUSED RUN WRITES NO  *
      **      NEW MASTER AND LEAVES THE JOURNAL AS IT WAS.             *
      **                                                               *
      **      RETURN-CODE 8  - THE RUN OR THE CARD WAS REFUSED.        *
      **      RETURN-CODE 16 - A FILE COULD NOT BE OPENED, THE LEDGER  *
      **                       WAS OUT OF SEQUENCE OR A TABLE          *
      **                       OVERFLOWED; DO NOT CATALOG ALOCLDGN.    *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRLEDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LDGPRM-FILE   ASSIGN TO "LDGPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-LDGPRM-STATUS.
      *> OPTIONAL - A RUN STAMP THAT IS ABSENT REFUSES THE POSTING;
      *> A REPORT RUN DOES NOT NEED ONE.
           SELECT OPTIONAL ALOCCTL-FILE ASSIGN TO "ALOCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-ALOCCTL-STATUS.
      *> FIRALLOC WRITES ALOCOUT SEQUENTIAL, SO IT IS READ THAT WAY.
           SELECT ALOCOUT-FILE  ASSIGN TO "ALOCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LDG-ALOCOUT-STATUS.
      *> OPTIONAL - THE FIRST POSTING STARTS FROM AN EMPTY LEDGER.
           SELECT OPTIONAL ALOCLDG-FILE ASSIGN TO "ALOCLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-ALOCLDG-STATUS.
           SELECT ALOCLDGN-FILE ASSIGN TO "ALOCLDGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-ALOCLDGN-STATUS.
      *> OPTIONAL - NOTHING HAS BEEN POSTED BEFORE THE FIRST RUN.
      *> READ WHOLE, THEN REWRITTEN IN PLACE AFTER A POSTING.
           SELECT OPTIONAL ALOCLJRN-FILE ASSIGN TO "ALOCLJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-ALOCLJRN-STATUS.
           SELECT LDGRPT-FILE   ASSIGN TO "LDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-LDGRPT-STATUS.
      *> OPTIONAL - THE FIRE PERIOD CONTROL FILE - SEE PCTLWS.cpy.
           SELECT OPTIONAL FIRPCTL-FILE ASSIGN TO "FIRPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCK-WS-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LDGPRM-FILE.
       01  LDGPRM-RECORD.
           05  LDG-PARM-ACTION             PIC X(08).
           05  LDG-PARM-PERIOD             PIC X(06).
           05  FILLER                      PIC X(66).
       FD  ALOCCTL-FILE.
       COPY FIRACTL.
       FD  ALOCOUT-FILE.
       COPY FIRAOUT.
       FD  ALOCLDG-FILE.
       COPY FIRLDGR.
       FD  ALOCLDGN-FILE.
       COPY FIRLDGR
           REPLACING ALLOC-LEDGER-RECORD BY NEW-LEDGER-RECORD.
       FD  ALOCLJRN-FILE.
       COPY FIRLJREC.
       FD  LDGRPT-FILE.
       01  LDGRPT-RECORD                   PIC X(132).
       FD  FIRPCTL-FILE.
       COPY FIRPCREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED FIRE PERIOD LOCK WORK FIELDS - SEE PCTLWS.cpy.
       COPY PCTLWS.
       01  LDG-LDGPRM-STATUS               PIC XX.
           88  LDG-LDGPRM-OK               VALUE "00".
      *> "05" IS OPTIONAL-FILE-ABSENT ON AN INPUT OPEN.
       01  LDG-ALOCCTL-STATUS              PIC XX.
           88  LDG-ALOCCTL-OK              VALUE "00" "05".
       01  LDG-ALOCOUT-STATUS              PIC XX.
           88  LDG-ALOCOUT-OK              VALUE "00".
       01  LDG-ALOCLDG-STATUS              PIC XX.
           88  LDG-ALOCLDG-OK              VALUE "00" "05".
       01  LDG-ALOCLDGN-STATUS             PIC XX.
           88  LDG-ALOCLDGN-OK             VALUE "00".
       01  LDG-ALOCLJRN-STATUS             PIC XX.
           88  LDG-ALOCLJRN-OK             VALUE "00" "05".
       01  LDG-LDGRPT-STATUS               PIC XX.
           88  LDG-LDGRPT-OK               VALUE "00".
       01  LDG-RPT-OPENED-SW               PIC X(01)       VALUE "N".
           88  LDG-RPT-OPENED              VALUE "Y".
       01  LDG-EOF-SW                      PIC X(01)       VALUE "N".
           88  LDG-EOF                     VALUE "Y".
       01  LDG-OLD-EOF-SW                  PIC X(01)       VALUE "N".
           88  LDG-OLD-EOF                 VALUE "Y".
      *> ------------------------- THE CARD ----------------------------
       01  LDG-ACTION                      PIC X(08)       VALUE SPACES.
           88  LDG-POST                    VALUE "POST".
           88  LDG-SUPERSEDE               VALUE "SUPERSED".
           88  LDG-REPORT-ONLY             VALUE "REPORT".
       01  LDG-CARD-PERIOD                 PIC X(06)       VALUE SPACES.
       01  LDG-CARD-PERIOD-9 REDEFINES LDG-CARD-PERIOD.
           05  LDG-CARD-YYYY               PIC 9(04).
           05  LDG-CARD-MM                 PIC 9(02).
      *> ------------------------- OUTCOME -----------------------------
       01  LDG-REFUSED-SW                  PIC X(01)       VALUE "N".
           88  LDG-REFUSED                 VALUE "Y".
       01  LDG-FAILED-SW                   PIC X(01)       VALUE "N".
           88  LDG-FAILED                  VALUE "Y".
       01  LDG-REASON                      PIC X(60)       VALUE SPACES.
       01  LDG-POSTED-SW                   PIC X(01)       VALUE "N".
           88  LDG-POSTED                  VALUE "Y".
       01  LDG-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  LDG-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  LDG-ANALYST-ID                  PIC X(10)       VALUE SPACES.
      *> THE PERIOD BEING POSTED OR REPORTED, AND ITS YEAR.
       01  LDG-PERIOD                      PIC 9(06)       VALUE 0.
       01  LDG-PERIOD-X REDEFINES LDG-PERIOD.
           05  LDG-PERIOD-YYYY             PIC X(04).
           05  FILLER                      PIC X(02).
       01  LDG-STAMP-RUN-ID                PIC X(16)       VALUE SPACES.
       01  LDG-STAMP-HIGH-PERIOD           PIC 9(06)       VALUE 0.
       01  LDG-STAMP-ROW-CNT               PIC 9(09)       VALUE 0.
       01  LDG-STAMP-TOTAL-TAB.
           05  LDG-STAMP-TOTAL             OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
      *> ----------------------- THE JOURNAL ---------------------------
       01  LDG-JRN-MAX                     PIC 9(04) COMP  VALUE 1000.
       01  LDG-JRN-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LDG-JRN-TAB.
           05  LDG-JRN-ENTRY               OCCURS 1000 TIMES.
               10  LDG-JRN-PERIOD          PIC 9(06).
               10  LDG-JRN-RUN-ID          PIC X(16).
               10  LDG-JRN-STATUS          PIC X(01).
               10  LDG-JRN-POST-DATE       PIC 9(08).
               10  LDG-JRN-POST-TIME       PIC 9(08).
               10  LDG-JRN-ANALYST-ID      PIC X(10).
               10  LDG-JRN-ROW-CNT         PIC 9(09).
               10  LDG-JRN-GRAND-TOTAL     PIC S9(15)V99.
               10  LDG-JRN-SUPERSEDED-BY   PIC X(16).
       01  LDG-JX                          PIC 9(04) COMP  VALUE 0.
       01  LDG-JRN-ACTIVE-HIT              PIC 9(04) COMP  VALUE 0.
       01  LDG-JRN-RUN-HIT                 PIC 9(04) COMP  VALUE 0.
      *> ------------------------ THE RUN ROWS -------------------------
      *> ALOCOUT SUMMED TO THE LEDGER KEY (LESS THE PERIOD, WHICH IS
      *> THE RUN'S), KEPT IN KEY ORDER AS IT FILLS SO THE MERGE WITH
      *> THE OLD MASTER NEEDS NO SORT STEP.
       01  LDG-RUN-MAX                     PIC 9(04) COMP  VALUE 5000.
       01  LDG-RUN-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LDG-RUN-TAB.
           05  LDG-RUN-ENTRY               OCCURS 5000 TIMES.
               10  LDG-RUN-KEY.
                   15  LDG-RUN-ENTITY      PIC X(04).
                   15  LDG-RUN-AGENT       PIC X(04).
                   15  LDG-RUN-CO-CD       PIC X(04).
                   15  LDG-RUN-H-CODE      PIC X(06).
               10  LDG-RUN-AMT             OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
       01  LDG-RX                          PIC 9(04) COMP  VALUE 0.
       01  LDG-RUN-HIT                     PIC 9(04) COMP  VALUE 0.
       01  LDG-SHIFT-IX                    PIC 9(04) COMP  VALUE 0.
       01  LDG-KEY-RUN.
           05  LDG-KEY-ENTITY              PIC X(04).
           05  LDG-KEY-AGENT               PIC X(04).
           05  LDG-KEY-CO-CD               PIC X(04).
           05  LDG-KEY-H-CODE              PIC X(06).
       01  LDG-ROW-AMT-TAB.
           05  LDG-ROW-AMT                 OCCURS 6 TIMES
                                           PIC S9(15)V99.
       01  LDG-AX                          PIC 9(04) COMP  VALUE 0.
       01  LDG-OUT-ROW-CNT                 PIC 9(09)       VALUE 0.
       01  LDG-OUT-TOTAL-TAB.
           05  LDG-OUT-TOTAL               OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
       01  LDG-GRAND-TOTAL                 PIC S9(15)V99   VALUE 0.
      *> ------------------------- THE MERGE ---------------------------
      *> THE NEXT RUN ROW'S FULL LEDGER KEY, AND THE LAST OLD-MASTER
      *> KEY READ, FOR THE SEQUENCE CHECK.
       01  LDG-MERGE-KEY.
           05  LDG-MERGE-RUN-KEY           PIC X(18).
           05  LDG-MERGE-PERIOD            PIC 9(06).
       01  LDG-PRV-OLD-KEY                 PIC X(24)
                                           VALUE LOW-VALUES.
       01  LDG-OLD-IN-CNT                  PIC 9(09)       VALUE 0.
       01  LDG-OLD-KEPT-CNT                PIC 9(09)       VALUE 0.
       01  LDG-REPLACED-CNT                PIC 9(09)       VALUE 0.
       01  LDG-NEW-ROW-CNT                 PIC 9(09)       VALUE 0.
       01  LDG-SEQ-ERR-CNT                 PIC 9(09)       VALUE 0.
      *> ------------------------ THE REPORT ---------------------------
      *> ONE ENTRY PER ENTITY, IN ENTITY ORDER - PERIOD, YEAR-TO-DATE
      *> AND INCEPTION-TO-DATE TOTALS OF THE SIX AMOUNTS AS OF
      *> LDG-PERIOD.  ROWS FOR LATER PERIODS ARE LEFT OUT.
       01  LDG-ENT-MAX                     PIC 9(04) COMP  VALUE 500.
       01  LDG-ENT-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LDG-ENT-OVER-CNT                PIC 9(08)       VALUE 0.
       01  LDG-ENT-TAB.
           05  LDG-ENT-ENTRY               OCCURS 500 TIMES.
               10  LDG-ENT-ENTITY          PIC X(04).
               10  LDG-ENT-PER             OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
               10  LDG-ENT-YTD             OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
               10  LDG-ENT-ITD             OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
       01  LDG-EX                          PIC 9(04) COMP  VALUE 0.
       01  LDG-ENT-HIT                     PIC 9(04) COMP  VALUE 0.
       01  LDG-ALL-ENTRY.
           05  LDG-ALL-PER                 OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
           05  LDG-ALL-YTD                 OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
           05  LDG-ALL-ITD                 OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
       01  LDG-ROW-PERIOD                  PIC 9(06)       VALUE 0.
       01  LDG-ROW-PERIOD-X REDEFINES LDG-ROW-PERIOD.
           05  LDG-ROW-YYYY                PIC X(04).
           05  FILLER                      PIC X(02).
      *> ----------------------- PRINT LINES ---------------------------
       01  LDG-OUT-LINE                    PIC X(132)      VALUE SPACES.
       01  LDG-PRT-LABEL                   PIC X(16)       VALUE SPACES.
       01  LDG-PRT-AMT-TAB.
           05  LDG-PRT-AMT                 OCCURS 6 TIMES
                                           PIC S9(15)V99.
       01  LDG-AMT-LINE.
           05  LDG-AMT-LABEL               PIC X(16).
           05  LDG-AMT-COL                 OCCURS 6 TIMES.
               10  FILLER                  PIC X(01).
               10  LDG-AMT-TXT             PIC -(11)9.99.
       01  LDG-CNT-TXT                     PIC Z(8)9.
       01  LDG-CNT2-TXT                    PIC Z(8)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LDG-REPORT-ONLY AND NOT LDG-REFUSED AND NOT LDG-FAILED
               PERFORM 5000-READ-LEDGER THRU 5000-EXIT
           END-IF
           IF (LDG-POST OR LDG-SUPERSEDE)
               AND NOT LDG-REFUSED AND NOT LDG-FAILED
               PERFORM 2000-PROVE-RUN THRU 2000-EXIT
               IF NOT LDG-REFUSED AND NOT LDG-FAILED
                   PERFORM 3000-LOAD-RUN THRU 3000-EXIT
               END-IF
               IF NOT LDG-REFUSED AND NOT LDG-FAILED
                   PERFORM 4000-MERGE-LEDGER THRU 4000-EXIT
               END-IF
               IF LDG-POSTED
                   PERFORM 4500-UPDATE-JOURNAL THRU 4500-EXIT
               END-IF
           END-IF
           PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
           PERFORM 8000-SUMMARIZE THRU 8000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT LDG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LDG-RUN-TIME FROM TIME
           ACCEPT LDG-ANALYST-ID FROM ENVIRONMENT "CCBANALYST"
           OPEN OUTPUT LDGRPT-FILE
           IF NOT LDG-LDGRPT-OK
               DISPLAY "FIRLEDG - UNABLE TO OPEN LDGRPT, STATUS="
                   LDG-LDGRPT-STATUS
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO LDG-RPT-OPENED-SW
           OPEN INPUT LDGPRM-FILE
           IF NOT LDG-LDGPRM-OK
               DISPLAY "FIRLEDG - UNABLE TO OPEN LDGPRM, STATUS="
                   LDG-LDGPRM-STATUS
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 1000-EXIT
           END-IF
           READ LDGPRM-FILE
               AT END
                   MOVE SPACES TO LDGPRM-RECORD
           END-READ
           CLOSE LDGPRM-FILE
           MOVE LDG-PARM-ACTION TO LDG-ACTION
           MOVE LDG-PARM-PERIOD TO LDG-CARD-PERIOD
           IF NOT LDG-POST AND NOT LDG-SUPERSEDE AND NOT LDG-REPORT-ONLY
               MOVE "ACTION MUST BE POST, SUPERSED OR REPORT"
                   TO LDG-REASON
               MOVE "Y" TO LDG-REFUSED-SW
               GO TO 1000-EXIT
           END-IF
           IF LDG-CARD-PERIOD NOT = SPACES
               IF LDG-CARD-PERIOD IS NOT NUMERIC
                   OR LDG-CARD-MM < 1 OR LDG-CARD-MM > 12
                   MOVE "CARD PERIOD IS NOT CCYYMM" TO LDG-REASON
                   MOVE "Y" TO LDG-REFUSED-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF
           IF LDG-REPORT-ONLY
               IF LDG-CARD-PERIOD = SPACES
                   MOVE "A REPORT CARD MUST NAME ITS PERIOD"
                       TO LDG-REASON
                   MOVE "Y" TO LDG-REFUSED-SW
                   GO TO 1000-EXIT
               END-IF
               MOVE LDG-CARD-PERIOD TO LDG-PERIOD-X
           END-IF
           PERFORM 1100-LOAD-JOURNAL THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-JOURNAL.
           OPEN INPUT ALOCLJRN-FILE
           IF NOT LDG-ALOCLJRN-OK
               DISPLAY "FIRLEDG - UNABLE TO OPEN ALOCLJRN, STATUS="
                   LDG-ALOCLJRN-STATUS
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO LDG-EOF-SW
           PERFORM 1110-LOAD-ONE-JOURNAL-ROW THRU 1110-EXIT
               UNTIL LDG-EOF OR LDG-FAILED
           CLOSE ALOCLJRN-FILE
           MOVE "N" TO LDG-EOF-SW.
       1100-EXIT.
           EXIT.
      *
      *> A JOURNAL TOO BIG TO HOLD CANNOT BE REWRITTEN WHOLE, SO IT
      *> FAILS THE RUN RATHER THAN LOSE ROWS.
       1110-LOAD-ONE-JOURNAL-ROW.
           READ ALOCLJRN-FILE
               AT END
                   MOVE "Y" TO LDG-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF LDG-JRN-CNT NOT < LDG-JRN-MAX
               DISPLAY "FIRLEDG - JOURNAL TABLE FULL AT " LDG-JRN-MAX
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO LDG-JRN-CNT
           MOVE FLJ-PERIOD        TO LDG-JRN-PERIOD (LDG-JRN-CNT)
           MOVE FLJ-RUN-ID        TO LDG-JRN-RUN-ID (LDG-JRN-CNT)
           MOVE FLJ-STATUS        TO LDG-JRN-STATUS (LDG-JRN-CNT)
           MOVE FLJ-POST-DATE     TO LDG-JRN-POST-DATE (LDG-JRN-CNT)
           MOVE FLJ-POST-TIME     TO LDG-JRN-POST-TIME (LDG-JRN-CNT)
           MOVE FLJ-ANALYST-ID    TO LDG-JRN-ANALYST-ID (LDG-JRN-CNT)
           MOVE FLJ-ROW-CNT       TO LDG-JRN-ROW-CNT (LDG-JRN-CNT)
           MOVE FLJ-GRAND-TOTAL   TO LDG-JRN-GRAND-TOTAL (LDG-JRN-CNT)
           MOVE FLJ-SUPERSEDED-BY
               TO LDG-JRN-SUPERSEDED-BY (LDG-JRN-CNT).
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-PROVE-RUN - THE RUN STAMP MUST DESCRIBE A CLEAN,         *
      *  SINGLE-PERIOD PRODUCTION RUN NOT POSTED BEFORE, FOR A PERIOD  *
      *  STILL OPEN, AND THE PERIOD'S JOURNAL MUST SUIT THE ACTION.    *
      *  THE FIRST FAILED TEST IS THE REASON GIVEN.                    *
      ******************************************************************
       2000-PROVE-RUN.
           MOVE "Y" TO LDG-REFUSED-SW
           OPEN INPUT ALOCCTL-FILE
           IF NOT LDG-ALOCCTL-OK
               MOVE "NO FIRALLOC RUN STAMP ON ALOCCTL"
                   TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           READ ALOCCTL-FILE
               AT END
                   MOVE "NO FIRALLOC RUN STAMP ON ALOCCTL"
                       TO LDG-REASON
                   CLOSE ALOCCTL-FILE
                   GO TO 2000-EXIT
           END-READ
           CLOSE ALOCCTL-FILE
           MOVE FAC-RUN-ID TO LDG-STAMP-RUN-ID
           MOVE FAC-LOW-FILE-DATE (1:6)  TO LDG-PERIOD-X
           MOVE FAC-HIGH-FILE-DATE (1:6) TO LDG-STAMP-HIGH-PERIOD
           MOVE FAC-ROW-CNT TO LDG-STAMP-ROW-CNT
           PERFORM 2010-TAKE-ONE-STAMP-TOTAL THRU 2010-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6
           IF FAC-WHATIF
               MOVE "WHAT-IF RUN - NEVER POSTED" TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           IF NOT FAC-PRODUCTION
               MOVE "RUN STAMP MODE IS NEITHER P NOR W" TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           IF FAC-EXCP-CNT > 0
               MOVE "RUN HAD EXCEPTIONS - RERUN FIRALLOC CLEAN FIRST"
                   TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           IF FAC-ROW-CNT = 0 OR FAC-LOW-FILE-DATE = 0
               MOVE "RUN ALLOCATED NOTHING" TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           IF LDG-STAMP-HIGH-PERIOD NOT = LDG-PERIOD
               MOVE "RUN SPANS MORE THAN ONE PERIOD" TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           IF LDG-CARD-PERIOD NOT = SPACES
               AND LDG-CARD-PERIOD NOT = LDG-PERIOD-X
               MOVE "CARD PERIOD IS NOT THE RUN'S PERIOD" TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE 0 TO LDG-JRN-ACTIVE-HIT
           MOVE 0 TO LDG-JRN-RUN-HIT
           PERFORM 2020-CHECK-ONE-JOURNAL-ROW THRU 2020-EXIT
               VARYING LDG-JX FROM 1 BY 1
               UNTIL LDG-JX > LDG-JRN-CNT
           IF LDG-JRN-RUN-HIT > 0
               MOVE "THIS RUN IS ALREADY ON THE JOURNAL" TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           IF LDG-POST AND LDG-JRN-ACTIVE-HIT > 0
               MOVE "PERIOD ALREADY POSTED - SUPERSED TO REPLACE IT"
                   TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           IF LDG-SUPERSEDE AND LDG-JRN-ACTIVE-HIT = 0
               MOVE "PERIOD HAS NO POSTING TO SUPERSEDE" TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE "FIRLEDG " TO PCK-WS-PROGRAM
           PERFORM 7500-LOAD-PERIOD-CONTROL THRU 7500-EXIT
           MOVE FAC-LOW-FILE-DATE TO PCK-WS-FILE-DATE-X
           PERFORM 7550-CHECK-PERIOD THRU 7550-EXIT
           MOVE FAC-HIGH-FILE-DATE TO PCK-WS-FILE-DATE-X
           PERFORM 7550-CHECK-PERIOD THRU 7550-EXIT
           IF PCK-WS-REFUSED
               MOVE "PERIOD IS CLOSED ON FIRPCTL" TO LDG-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO LDG-REFUSED-SW.
       2000-EXIT.
           EXIT.
      *
       2010-TAKE-ONE-STAMP-TOTAL.
           MOVE FAC-AMT-TOTAL (LDG-AX) TO LDG-STAMP-TOTAL (LDG-AX)
           MOVE 0 TO LDG-OUT-TOTAL (LDG-AX).
       2010-EXIT.
           EXIT.
      *
       2020-CHECK-ONE-JOURNAL-ROW.
           IF LDG-JRN-RUN-ID (LDG-JX) = LDG-STAMP-RUN-ID
               MOVE LDG-JX TO LDG-JRN-RUN-HIT
           END-IF
           IF LDG-JRN-PERIOD (LDG-JX) = LDG-PERIOD
               AND LDG-JRN-STATUS (LDG-JX) = "A"
               MOVE LDG-JX TO LDG-JRN-ACTIVE-HIT
           END-IF.
       2020-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-LOAD-RUN - SUMS ALOCOUT TO THE LEDGER KEY, THEN PROVES   *
      *  ITS ROW COUNT AND SIX TOTALS AGAINST THE STAMP.               *
      ******************************************************************
       3000-LOAD-RUN.
           OPEN INPUT ALOCOUT-FILE
           IF NOT LDG-ALOCOUT-OK
               DISPLAY "FIRLEDG - UNABLE TO OPEN ALOCOUT, STATUS="
                   LDG-ALOCOUT-STATUS
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO LDG-EOF-SW
           PERFORM 3100-LOAD-ONE-ROW THRU 3100-EXIT
               UNTIL LDG-EOF OR LDG-FAILED
           CLOSE ALOCOUT-FILE
           IF LDG-FAILED
               GO TO 3000-EXIT
           END-IF
           IF LDG-OUT-ROW-CNT NOT = LDG-STAMP-ROW-CNT
               MOVE "ALOCOUT ROW COUNT DOES NOT MATCH ITS RUN STAMP"
                   TO LDG-REASON
               MOVE "Y" TO LDG-REFUSED-SW
               GO TO 3000-EXIT
           END-IF
           PERFORM 3300-PROVE-ONE-TOTAL THRU 3300-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6 OR LDG-REFUSED.
       3000-EXIT.
           EXIT.
      *
       3100-LOAD-ONE-ROW.
           READ ALOCOUT-FILE
               AT END
                   MOVE "Y" TO LDG-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO LDG-OUT-ROW-CNT
           MOVE FAO-GRP2-ULAE-PD-AMT   TO LDG-ROW-AMT (1)
           MOVE FAO-GRP2-ULAE-UNPD-AMT TO LDG-ROW-AMT (2)
           MOVE FAO-GRP3-COMS-AMT      TO LDG-ROW-AMT (3)
           MOVE FAO-GRP3-OTH-ACQ-AMT   TO LDG-ROW-AMT (4)
           MOVE FAO-GRP4-AMT           TO LDG-ROW-AMT (5)
           MOVE FAO-GRP5-AMT           TO LDG-ROW-AMT (6)
           MOVE FAO-ENTITY TO LDG-KEY-ENTITY
           MOVE FAO-AGENT  TO LDG-KEY-AGENT
           MOVE FAO-CO-CD  TO LDG-KEY-CO-CD
           MOVE FAO-H-CODE TO LDG-KEY-H-CODE
           PERFORM 3200-FIND-RUN-ROW THRU 3200-EXIT
           IF LDG-RUN-HIT = 0
               DISPLAY "FIRLEDG - RUN ROW TABLE FULL AT " LDG-RUN-MAX
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 3100-EXIT
           END-IF
           PERFORM 3150-ADD-ONE-AMOUNT THRU 3150-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6.
       3100-EXIT.
           EXIT.
      *
       3150-ADD-ONE-AMOUNT.
           ADD LDG-ROW-AMT (LDG-AX) TO LDG-RUN-AMT (LDG-RUN-HIT LDG-AX)
           ADD LDG-ROW-AMT (LDG-AX) TO LDG-OUT-TOTAL (LDG-AX).
       3150-EXIT.
           EXIT.
      *
      *> LDG-RUN-HIT COMES BACK AS LDG-KEY-RUN'S ENTRY, OR ZERO WHEN A
      *> NEW ONE WOULD NOT FIT.  LDG-RX STOPS ON THE FIRST ENTRY NOT
      *> BELOW THE KEY - THE MATCH, OR WHERE A NEW ONE GOES.
       3200-FIND-RUN-ROW.
           MOVE 0 TO LDG-RUN-HIT
           PERFORM 3900-STEP-PAST-ONE-ENTRY THRU 3900-EXIT
               VARYING LDG-RX FROM 1 BY 1
               UNTIL LDG-RX > LDG-RUN-CNT
               OR LDG-RUN-KEY (LDG-RX) NOT < LDG-KEY-RUN
           IF LDG-RX NOT > LDG-RUN-CNT
               IF LDG-RUN-KEY (LDG-RX) = LDG-KEY-RUN
                   MOVE LDG-RX TO LDG-RUN-HIT
                   GO TO 3200-EXIT
               END-IF
           END-IF
           IF LDG-RUN-CNT NOT < LDG-RUN-MAX
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-SHIFT-ONE-RUN-ROW THRU 3210-EXIT
               VARYING LDG-SHIFT-IX FROM LDG-RUN-CNT BY -1
               UNTIL LDG-SHIFT-IX < LDG-RX
           ADD 1 TO LDG-RUN-CNT
           MOVE LDG-KEY-RUN TO LDG-RUN-KEY (LDG-RX)
           MOVE LDG-RX TO LDG-RUN-HIT
           PERFORM 3220-CLEAR-ONE-RUN-AMT THRU 3220-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6.
       3200-EXIT.
           EXIT.
      *
       3210-SHIFT-ONE-RUN-ROW.
           MOVE LDG-RUN-ENTRY (LDG-SHIFT-IX)
               TO LDG-RUN-ENTRY (LDG-SHIFT-IX + 1).
       3210-EXIT.
           EXIT.
      *
       3220-CLEAR-ONE-RUN-AMT.
           MOVE 0 TO LDG-RUN-AMT (LDG-RUN-HIT LDG-AX).
       3220-EXIT.
           EXIT.
      *
       3300-PROVE-ONE-TOTAL.
           ADD LDG-OUT-TOTAL (LDG-AX) TO LDG-GRAND-TOTAL
           IF LDG-OUT-TOTAL (LDG-AX) NOT = LDG-STAMP-TOTAL (LDG-AX)
               MOVE "ALOCOUT AMOUNT TOTALS DO NOT MATCH ITS RUN STAMP"
                   TO LDG-REASON
               MOVE "Y" TO LDG-REFUSED-SW
           END-IF.
       3300-EXIT.
           EXIT.
      *
       3900-STEP-PAST-ONE-ENTRY.
           CONTINUE.
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-MERGE-LEDGER - OLD MASTER PLUS THE RUN ROWS MAKE THE NEW *
      *  MASTER, IN KEY ORDER.  EVERY OLD ROW FOR THE POSTED PERIOD IS *
      *  DROPPED - ON A SUPERSEDE THAT IS THE RUN BEING REPLACED; ON A *
      *  POST THERE SHOULD BE NONE, AND ANY FOUND ARE COUNTED.         *
      ******************************************************************
       4000-MERGE-LEDGER.
           OPEN INPUT ALOCLDG-FILE
           IF NOT LDG-ALOCLDG-OK
               DISPLAY "FIRLEDG - UNABLE TO OPEN ALOCLDG, STATUS="
                   LDG-ALOCLDG-STATUS
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT ALOCLDGN-FILE
           IF NOT LDG-ALOCLDGN-OK
               DISPLAY "FIRLEDG - UNABLE TO OPEN ALOCLDGN, STATUS="
                   LDG-ALOCLDGN-STATUS
               CLOSE ALOCLDG-FILE
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO LDG-OLD-EOF-SW
           PERFORM 4050-READ-OLD-ROW THRU 4050-EXIT
           MOVE 1 TO LDG-RX
           PERFORM 4100-MERGE-ONE-STEP THRU 4100-EXIT
               UNTIL LDG-OLD-EOF AND LDG-RX > LDG-RUN-CNT
           CLOSE ALOCLDG-FILE
           CLOSE ALOCLDGN-FILE
           IF LDG-SEQ-ERR-CNT > 0
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 4000-EXIT
           END-IF
           MOVE "Y" TO LDG-POSTED-SW.
       4000-EXIT.
           EXIT.
      *
       4050-READ-OLD-ROW.
           READ ALOCLDG-FILE
               AT END
                   MOVE "Y" TO LDG-OLD-EOF-SW
                   GO TO 4050-EXIT
           END-READ
           ADD 1 TO LDG-OLD-IN-CNT
           IF FLG-KEY OF ALLOC-LEDGER-RECORD NOT > LDG-PRV-OLD-KEY
               ADD 1 TO LDG-SEQ-ERR-CNT
               DISPLAY "FIRLEDG - ALOCLDG OUT OF SEQUENCE AT ROW "
                   LDG-OLD-IN-CNT
           END-IF
           MOVE FLG-KEY OF ALLOC-LEDGER-RECORD TO LDG-PRV-OLD-KEY.
       4050-EXIT.
           EXIT.
      *
       4100-MERGE-ONE-STEP.
           IF LDG-RX NOT > LDG-RUN-CNT
               MOVE LDG-RUN-KEY (LDG-RX) TO LDG-MERGE-RUN-KEY
               MOVE LDG-PERIOD TO LDG-MERGE-PERIOD
           END-IF
           IF LDG-OLD-EOF
               PERFORM 4200-WRITE-RUN-ROW THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF
           IF LDG-RX > LDG-RUN-CNT
               OR FLG-KEY OF ALLOC-LEDGER-RECORD NOT > LDG-MERGE-KEY
               PERFORM 4300-TAKE-OLD-ROW THRU 4300-EXIT
               GO TO 4100-EXIT
           END-IF
           PERFORM 4200-WRITE-RUN-ROW THRU 4200-EXIT.
       4100-EXIT.
           EXIT.
      *
       4200-WRITE-RUN-ROW.
           MOVE LDG-RUN-ENTITY (LDG-RX)
               TO FLG-ENTITY OF NEW-LEDGER-RECORD
           MOVE LDG-RUN-AGENT (LDG-RX)
               TO FLG-AGENT OF NEW-LEDGER-RECORD
           MOVE LDG-RUN-CO-CD (LDG-RX)
               TO FLG-CO-CD OF NEW-LEDGER-RECORD
           MOVE LDG-RUN-H-CODE (LDG-RX)
               TO FLG-H-CODE OF NEW-LEDGER-RECORD
           MOVE LDG-PERIOD       TO FLG-PERIOD OF NEW-LEDGER-RECORD
           MOVE LDG-STAMP-RUN-ID TO FLG-RUN-ID OF NEW-LEDGER-RECORD
           PERFORM 4210-MOVE-ONE-RUN-AMT THRU 4210-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6
           ADD 1 TO LDG-NEW-ROW-CNT
           PERFORM 4350-WRITE-NEW-ROW THRU 4350-EXIT
           ADD 1 TO LDG-RX.
       4200-EXIT.
           EXIT.
      *
       4210-MOVE-ONE-RUN-AMT.
           MOVE LDG-RUN-AMT (LDG-RX LDG-AX)
               TO FLG-AMT OF NEW-LEDGER-RECORD (LDG-AX).
       4210-EXIT.
           EXIT.
      *
       4300-TAKE-OLD-ROW.
           IF FLG-PERIOD OF ALLOC-LEDGER-RECORD = LDG-PERIOD
               ADD 1 TO LDG-REPLACED-CNT
           ELSE
               MOVE ALLOC-LEDGER-RECORD TO NEW-LEDGER-RECORD
               ADD 1 TO LDG-OLD-KEPT-CNT
               PERFORM 4350-WRITE-NEW-ROW THRU 4350-EXIT
           END-IF
           PERFORM 4050-READ-OLD-ROW THRU 4050-EXIT.
       4300-EXIT.
           EXIT.
      *
       4350-WRITE-NEW-ROW.
           WRITE NEW-LEDGER-RECORD
           PERFORM 4400-ACCUMULATE-ROW THRU 4400-EXIT.
       4350-EXIT.
           EXIT.
      *
      *> ADDS NEW-LEDGER-RECORD INTO ITS ENTITY'S REPORT TOTALS AS OF
      *> LDG-PERIOD - ITD FOR EVERY PERIOD UP TO IT, YTD FOR THOSE IN
      *> ITS YEAR, PERIOD FOR IT ALONE.
       4400-ACCUMULATE-ROW.
           MOVE FLG-PERIOD OF NEW-LEDGER-RECORD TO LDG-ROW-PERIOD
           IF LDG-ROW-PERIOD > LDG-PERIOD
               GO TO 4400-EXIT
           END-IF
           PERFORM 4450-FIND-ENTITY THRU 4450-EXIT
           IF LDG-ENT-HIT = 0
               GO TO 4400-EXIT
           END-IF
           PERFORM 4410-ADD-ONE-ROW-AMT THRU 4410-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6.
       4400-EXIT.
           EXIT.
      *
       4410-ADD-ONE-ROW-AMT.
           ADD FLG-AMT OF NEW-LEDGER-RECORD (LDG-AX)
               TO LDG-ENT-ITD (LDG-ENT-HIT LDG-AX)
           ADD FLG-AMT OF NEW-LEDGER-RECORD (LDG-AX)
               TO LDG-ALL-ITD (LDG-AX)
           IF LDG-ROW-YYYY = LDG-PERIOD-YYYY
               ADD FLG-AMT OF NEW-LEDGER-RECORD (LDG-AX)
                   TO LDG-ENT-YTD (LDG-ENT-HIT LDG-AX)
               ADD FLG-AMT OF NEW-LEDGER-RECORD (LDG-AX)
                   TO LDG-ALL-YTD (LDG-AX)
           END-IF
           IF LDG-ROW-PERIOD = LDG-PERIOD
               ADD FLG-AMT OF NEW-LEDGER-RECORD (LDG-AX)
                   TO LDG-ENT-PER (LDG-ENT-HIT LDG-AX)
               ADD FLG-AMT OF NEW-LEDGER-RECORD (LDG-AX)
                   TO LDG-ALL-PER (LDG-AX)
           END-IF.
       4410-EXIT.
           EXIT.
      *
      *> THE SAME SORTED-INSERT AS 3200-FIND-RUN-ROW, BY ENTITY.
       4450-FIND-ENTITY.
           MOVE 0 TO LDG-ENT-HIT
           PERFORM 3900-STEP-PAST-ONE-ENTRY THRU 3900-EXIT
               VARYING LDG-EX FROM 1 BY 1
               UNTIL LDG-EX > LDG-ENT-CNT
               OR LDG-ENT-ENTITY (LDG-EX)
                   NOT < FLG-ENTITY OF NEW-LEDGER-RECORD
           IF LDG-EX NOT > LDG-ENT-CNT
               IF LDG-ENT-ENTITY (LDG-EX)
                   = FLG-ENTITY OF NEW-LEDGER-RECORD
                   MOVE LDG-EX TO LDG-ENT-HIT
                   GO TO 4450-EXIT
               END-IF
           END-IF
           IF LDG-ENT-CNT NOT < LDG-ENT-MAX
               ADD 1 TO LDG-ENT-OVER-CNT
               GO TO 4450-EXIT
           END-IF
           PERFORM 4460-SHIFT-ONE-ENTITY THRU 4460-EXIT
               VARYING LDG-SHIFT-IX FROM LDG-ENT-CNT BY -1
               UNTIL LDG-SHIFT-IX < LDG-EX
           ADD 1 TO LDG-ENT-CNT
           MOVE FLG-ENTITY OF NEW-LEDGER-RECORD
               TO LDG-ENT-ENTITY (LDG-EX)
           MOVE LDG-EX TO LDG-ENT-HIT
           PERFORM 4470-CLEAR-ONE-ENTITY-AMT THRU 4470-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6.
       4450-EXIT.
           EXIT.
      *
       4460-SHIFT-ONE-ENTITY.
           MOVE LDG-ENT-ENTRY (LDG-SHIFT-IX)
               TO LDG-ENT-ENTRY (LDG-SHIFT-IX + 1).
       4460-EXIT.
           EXIT.
      *
       4470-CLEAR-ONE-ENTITY-AMT.
           MOVE 0 TO LDG-ENT-PER (LDG-ENT-HIT LDG-AX)
           MOVE 0 TO LDG-ENT-YTD (LDG-ENT-HIT LDG-AX)
           MOVE 0 TO LDG-ENT-ITD (LDG-ENT-HIT LDG-AX).
       4470-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4500-UPDATE-JOURNAL - THE SUPERSEDED POSTING IS MARKED, THE   *
      *  NEW ONE ADDED ACTIVE, AND THE JOURNAL REWRITTEN WHOLE.        *
      ******************************************************************
       4500-UPDATE-JOURNAL.
           IF LDG-JRN-CNT NOT < LDG-JRN-MAX
               DISPLAY "FIRLEDG - JOURNAL TABLE FULL AT " LDG-JRN-MAX
                   " - POSTING NOT JOURNALED"
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 4500-EXIT
           END-IF
           IF LDG-JRN-ACTIVE-HIT > 0
               MOVE "S" TO LDG-JRN-STATUS (LDG-JRN-ACTIVE-HIT)
               MOVE LDG-STAMP-RUN-ID
                   TO LDG-JRN-SUPERSEDED-BY (LDG-JRN-ACTIVE-HIT)
           END-IF
           ADD 1 TO LDG-JRN-CNT
           MOVE LDG-PERIOD       TO LDG-JRN-PERIOD (LDG-JRN-CNT)
           MOVE LDG-STAMP-RUN-ID TO LDG-JRN-RUN-ID (LDG-JRN-CNT)
           MOVE "A"              TO LDG-JRN-STATUS (LDG-JRN-CNT)
           MOVE LDG-RUN-DATE     TO LDG-JRN-POST-DATE (LDG-JRN-CNT)
           MOVE LDG-RUN-TIME     TO LDG-JRN-POST-TIME (LDG-JRN-CNT)
           MOVE LDG-ANALYST-ID   TO LDG-JRN-ANALYST-ID (LDG-JRN-CNT)
           MOVE LDG-NEW-ROW-CNT  TO LDG-JRN-ROW-CNT (LDG-JRN-CNT)
           MOVE LDG-GRAND-TOTAL  TO LDG-JRN-GRAND-TOTAL (LDG-JRN-CNT)
           MOVE SPACES TO LDG-JRN-SUPERSEDED-BY (LDG-JRN-CNT)
           OPEN OUTPUT ALOCLJRN-FILE
           IF NOT LDG-ALOCLJRN-OK
               DISPLAY "FIRLEDG - UNABLE TO REWRITE ALOCLJRN, STATUS="
                   LDG-ALOCLJRN-STATUS
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-WRITE-ONE-JOURNAL-ROW THRU 4510-EXIT
               VARYING LDG-JX FROM 1 BY 1
               UNTIL LDG-JX > LDG-JRN-CNT
           CLOSE ALOCLJRN-FILE.
       4500-EXIT.
           EXIT.
      *
       4510-WRITE-ONE-JOURNAL-ROW.
           MOVE LDG-JRN-PERIOD (LDG-JX)      TO FLJ-PERIOD
           MOVE LDG-JRN-RUN-ID (LDG-JX)      TO FLJ-RUN-ID
           MOVE LDG-JRN-STATUS (LDG-JX)      TO FLJ-STATUS
           MOVE LDG-JRN-POST-DATE (LDG-JX)   TO FLJ-POST-DATE
           MOVE LDG-JRN-POST-TIME (LDG-JX)   TO FLJ-POST-TIME
           MOVE LDG-JRN-ANALYST-ID (LDG-JX)  TO FLJ-ANALYST-ID
           MOVE LDG-JRN-ROW-CNT (LDG-JX)     TO FLJ-ROW-CNT
           MOVE LDG-JRN-GRAND-TOTAL (LDG-JX) TO FLJ-GRAND-TOTAL
           MOVE LDG-JRN-SUPERSEDED-BY (LDG-JX) TO FLJ-SUPERSEDED-BY
           WRITE ALLOC-LEDGER-JOURNAL-RECORD.
       4510-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-READ-LEDGER - A REPORT RUN TOTALS THE CURRENT LEDGER AS  *
      *  OF THE CARD'S PERIOD WITHOUT POSTING ANYTHING.                *
      ******************************************************************
       5000-READ-LEDGER.
           OPEN INPUT ALOCLDG-FILE
           IF NOT LDG-ALOCLDG-OK
               DISPLAY "FIRLEDG - UNABLE TO OPEN ALOCLDG, STATUS="
                   LDG-ALOCLDG-STATUS
               MOVE "Y" TO LDG-FAILED-SW
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO LDG-OLD-EOF-SW
           PERFORM 4050-READ-OLD-ROW THRU 4050-EXIT
           PERFORM 5100-REPORT-ONE-OLD-ROW THRU 5100-EXIT
               UNTIL LDG-OLD-EOF
           CLOSE ALOCLDG-FILE
           IF LDG-SEQ-ERR-CNT > 0
               MOVE "Y" TO LDG-FAILED-SW
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-REPORT-ONE-OLD-ROW.
           MOVE ALLOC-LEDGER-RECORD TO NEW-LEDGER-RECORD
           PERFORM 4400-ACCUMULATE-ROW THRU 4400-EXIT
           PERFORM 4050-READ-OLD-ROW THRU 4050-EXIT.
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6000-WRITE-REPORT - WHAT WAS DONE OR REFUSED, THEN PERIOD,    *
      *  YEAR-TO-DATE AND INCEPTION-TO-DATE TOTALS PER ENTITY.         *
      ******************************************************************
       6000-WRITE-REPORT.
           IF NOT LDG-RPT-OPENED
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO LDG-OUT-LINE
           STRING "RECEIVING-ENTITY ALLOCATION LEDGER - ACTION "
               LDG-ACTION " PERIOD " LDG-PERIOD-X
               DELIMITED BY SIZE INTO LDG-OUT-LINE
           END-STRING
           WRITE LDGRPT-RECORD FROM LDG-OUT-LINE
           IF LDG-REFUSED
               MOVE SPACES TO LDG-OUT-LINE
               STRING "REFUSED - " LDG-REASON
                   DELIMITED BY SIZE INTO LDG-OUT-LINE
               END-STRING
               WRITE LDGRPT-RECORD FROM LDG-OUT-LINE
               MOVE "NOTHING WAS POSTED; THE LEDGER AND JOURNAL STAND."
                   TO LDG-OUT-LINE
               WRITE LDGRPT-RECORD FROM LDG-OUT-LINE
               GO TO 6000-EXIT
           END-IF
           IF LDG-FAILED
               MOVE "RUN FAILED - SEE THE JOB LOG; DO NOT CATALOG."
                   TO LDG-OUT-LINE
               WRITE LDGRPT-RECORD FROM LDG-OUT-LINE
               GO TO 6000-EXIT
           END-IF
           IF LDG-POSTED
               PERFORM 6100-WRITE-POSTING-LINES THRU 6100-EXIT
           END-IF
           MOVE SPACES TO LDGRPT-RECORD
           WRITE LDGRPT-RECORD
           MOVE SPACES TO LDG-AMT-LINE
           MOVE "ENTITY / BASIS" TO LDG-AMT-LABEL
           WRITE LDGRPT-RECORD FROM LDG-AMT-LINE
           MOVE SPACES TO LDG-OUT-LINE
           STRING "                    GRP2-ULAE-PD  GRP2-ULAE-UNPD"
               "       GRP3-COMS    GRP3-OTH-ACQ            GRP4"
               "            GRP5"
               DELIMITED BY SIZE INTO LDG-OUT-LINE
           END-STRING
           WRITE LDGRPT-RECORD FROM LDG-OUT-LINE
           PERFORM 6200-REPORT-ONE-ENTITY THRU 6200-EXIT
               VARYING LDG-EX FROM 1 BY 1
               UNTIL LDG-EX > LDG-ENT-CNT
           MOVE SPACES TO LDGRPT-RECORD
           WRITE LDGRPT-RECORD
           MOVE "ALL ENTITIES" TO LDGRPT-RECORD
           WRITE LDGRPT-RECORD
           PERFORM 6310-TAKE-ONE-ALL-PER THRU 6310-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6
           MOVE "  PERIOD" TO LDG-PRT-LABEL
           PERFORM 6900-WRITE-AMOUNT-LINE THRU 6900-EXIT
           PERFORM 6320-TAKE-ONE-ALL-YTD THRU 6320-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6
           MOVE "  YEAR-TO-DATE" TO LDG-PRT-LABEL
           PERFORM 6900-WRITE-AMOUNT-LINE THRU 6900-EXIT
           PERFORM 6330-TAKE-ONE-ALL-ITD THRU 6330-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6
           MOVE "  INCEPTION" TO LDG-PRT-LABEL
           PERFORM 6900-WRITE-AMOUNT-LINE THRU 6900-EXIT.
       6000-EXIT.
           EXIT.
      *
       6100-WRITE-POSTING-LINES.
           MOVE LDG-NEW-ROW-CNT TO LDG-CNT-TXT
           MOVE LDG-OUT-ROW-CNT TO LDG-CNT2-TXT
           MOVE SPACES TO LDG-OUT-LINE
           STRING "POSTED RUN " LDG-STAMP-RUN-ID " - " LDG-CNT-TXT
               " LEDGER ROWS FROM " LDG-CNT2-TXT
               " ALOCOUT ROWS, PROVED AGAINST ITS STAMP"
               DELIMITED BY SIZE INTO LDG-OUT-LINE
           END-STRING
           WRITE LDGRPT-RECORD FROM LDG-OUT-LINE
           IF LDG-JRN-ACTIVE-HIT > 0
               MOVE LDG-REPLACED-CNT TO LDG-CNT-TXT
               MOVE SPACES TO LDG-OUT-LINE
               STRING "SUPERSEDED RUN "
                   LDG-JRN-RUN-ID (LDG-JRN-ACTIVE-HIT)
                   " - " LDG-CNT-TXT " LEDGER ROWS REPLACED"
                   DELIMITED BY SIZE INTO LDG-OUT-LINE
               END-STRING
               WRITE LDGRPT-RECORD FROM LDG-OUT-LINE
           END-IF
           IF LDG-POST AND LDG-REPLACED-CNT > 0
               MOVE LDG-REPLACED-CNT TO LDG-CNT-TXT
               MOVE SPACES TO LDG-OUT-LINE
               STRING "WARNING - " LDG-CNT-TXT " LEDGER ROWS FOR THE "
                   "PERIOD HAD NO ACTIVE JOURNAL ROW AND WERE DROPPED"
                   DELIMITED BY SIZE INTO LDG-OUT-LINE
               END-STRING
               WRITE LDGRPT-RECORD FROM LDG-OUT-LINE
           END-IF.
       6100-EXIT.
           EXIT.
      *
       6200-REPORT-ONE-ENTITY.
           MOVE SPACES TO LDG-OUT-LINE
           STRING "ENTITY " LDG-ENT-ENTITY (LDG-EX)
               DELIMITED BY SIZE INTO LDG-OUT-LINE
           END-STRING
           WRITE LDGRPT-RECORD FROM LDG-OUT-LINE
           PERFORM 6210-TAKE-ONE-PER THRU 6210-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6
           MOVE "  PERIOD" TO LDG-PRT-LABEL
           PERFORM 6900-WRITE-AMOUNT-LINE THRU 6900-EXIT
           PERFORM 6220-TAKE-ONE-YTD THRU 6220-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6
           MOVE "  YEAR-TO-DATE" TO LDG-PRT-LABEL
           PERFORM 6900-WRITE-AMOUNT-LINE THRU 6900-EXIT
           PERFORM 6230-TAKE-ONE-ITD THRU 6230-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6
           MOVE "  INCEPTION" TO LDG-PRT-LABEL
           PERFORM 6900-WRITE-AMOUNT-LINE THRU 6900-EXIT.
       6200-EXIT.
           EXIT.
      *
       6210-TAKE-ONE-PER.
           MOVE LDG-ENT-PER (LDG-EX LDG-AX) TO LDG-PRT-AMT (LDG-AX).
       6210-EXIT.
           EXIT.
      *
       6220-TAKE-ONE-YTD.
           MOVE LDG-ENT-YTD (LDG-EX LDG-AX) TO LDG-PRT-AMT (LDG-AX).
       6220-EXIT.
           EXIT.
      *
       6230-TAKE-ONE-ITD.
           MOVE LDG-ENT-ITD (LDG-EX LDG-AX) TO LDG-PRT-AMT (LDG-AX).
       6230-EXIT.
           EXIT.
      *
       6310-TAKE-ONE-ALL-PER.
           MOVE LDG-ALL-PER (LDG-AX) TO LDG-PRT-AMT (LDG-AX).
       6310-EXIT.
           EXIT.
      *
       6320-TAKE-ONE-ALL-YTD.
           MOVE LDG-ALL-YTD (LDG-AX) TO LDG-PRT-AMT (LDG-AX).
       6320-EXIT.
           EXIT.
      *
       6330-TAKE-ONE-ALL-ITD.
           MOVE LDG-ALL-ITD (LDG-AX) TO LDG-PRT-AMT (LDG-AX).
       6330-EXIT.
           EXIT.
      *
       6900-WRITE-AMOUNT-LINE.
           MOVE SPACES TO LDG-AMT-LINE
           MOVE LDG-PRT-LABEL TO LDG-AMT-LABEL
           PERFORM 6910-EDIT-ONE-AMOUNT THRU 6910-EXIT
               VARYING LDG-AX FROM 1 BY 1
               UNTIL LDG-AX > 6
           WRITE LDGRPT-RECORD FROM LDG-AMT-LINE.
       6900-EXIT.
           EXIT.
      *
       6910-EDIT-ONE-AMOUNT.
           MOVE LDG-PRT-AMT (LDG-AX) TO LDG-AMT-TXT (LDG-AX).
       6910-EXIT.
           EXIT.
      *
       8000-SUMMARIZE.
           DISPLAY "FIRLEDG - " LDG-ACTION " PERIOD " LDG-PERIOD-X
               ", " LDG-OUT-ROW-CNT " ALOCOUT ROWS, " LDG-NEW-ROW-CNT
               " POSTED, " LDG-REPLACED-CNT " REPLACED, "
               LDG-ENT-CNT " ENTITIES"
           IF LDG-REFUSED
               DISPLAY "FIRLEDG - REFUSED - " LDG-REASON
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF LDG-POST AND LDG-REPLACED-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LDG-ENT-OVER-CNT > 0
               DISPLAY "FIRLEDG - ENTITY TABLE FULL AT " LDG-ENT-MAX
                   " - THE REPORT IS INCOMPLETE"
               MOVE "Y" TO LDG-FAILED-SW
               IF LDG-RPT-OPENED
                   MOVE "ENTITY TABLE OVERFLOW - REPORT INCOMPLETE"
                       TO LDGRPT-RECORD
                   WRITE LDGRPT-RECORD
               END-IF
           END-IF
           IF LDG-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRLEDG " TO RNL-WS-PROGRAM
           MOVE LDG-OUT-ROW-CNT  TO RNL-WS-RECORDS-IN
           MOVE LDG-NEW-ROW-CNT  TO RNL-WS-RECORDS-OUT
           MOVE LDG-REPLACED-CNT TO RNL-WS-RECORDS-SUSP
           MOVE LDG-JRN-CNT      TO RNL-WS-TABLE-PEAK (1)
           MOVE LDG-RUN-CNT      TO RNL-WS-TABLE-PEAK (2)
           MOVE LDG-ENT-CNT      TO RNL-WS-TABLE-PEAK (3)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
      *> SHARED FIRE PERIOD LOCK PARAGRAPHS - SEE PCTLCK.cpy.
       COPY PCTLCK.
      *
       9000-TERMINATE.
           IF LDG-RPT-OPENED
               CLOSE LDGRPT-FILE
           END-IF.
