      ******************************************************************
      **                                                               *
      **  PROGRAM      FIRBUDG                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  FIRE EXPENSE BUDGET VERSUS ACTUAL.  THE        *
      **      MONTHLY BUDGET (DD EXPBUDGT, EXPBUDRC - THE TABLE        *
      **      REFTMNT MAINTAINS AS TABLE "B" BEHIND THE REFTAPPR       *
      **      MAKER-CHECKER GATE) IS LAID AGAINST THE MONTH'S          *
      **      ACTUAL GRP2 THROUGH GRP5 EXPENSE BY WRITING-MIS-STATE,   *
      **      H-CODE AND EXPENSE GROUP.  THE ACTUALS COME FROM THE     *
      **      FIRE ALLOCATION RECORDS ON DD FIREXT, OR FROM            *
      **      FIRALLOC'S PER-ENTITY ROWS ON DD ALOCOUT ROLLED BACK UP  *
      **      ACROSS THE ENTITIES.  GRP2 IS THE PAID PLUS UNPAID       *
      **      ULAE AMOUNT, GRP3 THE COMMISSION PLUS OTHER ACQUISITION  *
      **      AMOUNT, GRP4 AND GRP5 THEIR OWN AMOUNTS.                 *
      **                                                               *
      **      THE YEAR TO DATE IS CARRIED FROM MONTH TO MONTH: LAST    *
      **      MONTH'S DD BVAYTDO COMES BACK ON DD BVAYTDI (BVAYTDRC),  *
      **      THIS MONTH IS ADDED AND THE NEW CARRY IS WRITTEN.  THE   *
      **      YEAR-TO-DATE BUDGET IS THE SUM OF THE YEAR'S MONTHS      *
      **      THROUGH THE REPORT MONTH.  A BUDGET ROW COUNTS WHEN ITS  *
      **      EFFECTIVE WINDOW COVERS THE RUN DATE.                    *
      **                                                               *
      **      DD BVARPT SHOWS, FOR EACH CELL, THE MONTH AND YEAR TO    *
      **      DATE BUDGET, ACTUAL, VARIANCE (ACTUAL LESS BUDGET) AND   *
      **      VARIANCE PERCENT OF BUDGET, FLAGGING A FIGURE WHOSE      *
      **      PERCENT IS OUTSIDE THE TOLERANCE OR THAT HAS ACTUAL      *
      **      EXPENSE AND NO BUDGET, THEN THE TOTALS BY GROUP.         *
      **                                                               *
      **      SOURCE (FIREXT OR ALOCOUT), PERIOD (CCYYMM) AND TOLPCT   *
      **      (NNNNN, PERCENT WITH TWO DECIMALS) COME FROM THE         *
      **      FIRBUDG ROWS OF THE CENTRAL PARAMETER LIBRARY (DD        *
      **      PARMLIB) IN FORCE ON THE RUN DATE, ELSE FROM THE         *
      **      BVAPRM CARD, ELSE FIREXT, THE FIRST RECORD'S FILE-DATE   *
      **      MONTH AND 10.00.  AN ALOCOUT RUN MUST NAME ITS PERIOD -  *
      **      ITS ROWS CARRY NO FILE-DATE.                             *
      **                                                               *
      **      RETURN-CODE 4  - A FIGURE WAS FLAGGED, A FIREXT RECORD   *
      **                       OF ANOTHER MONTH WAS LEFT OUT, OR THE   *
      **                       CARRY WAS NOT LAST MONTH'S.             *
      **      RETURN-CODE 16 - A FILE COULD NOT BE OPENED, NO PERIOD   *
      **                       WAS NAMED FOR ALOCOUT, OR THE CELL      *
      **                       TABLE OVERFLOWED.                       *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRBUDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPBUDGT-FILE ASSIGN TO "EXPBUDGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVA-EXPBUDGT-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE FIRE ALLOCATION
      *> RECORD'S OVERPUNCHED AMOUNT BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT FIREXT-FILE   ASSIGN TO "FIREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BVA-FIREXT-STATUS.
      *> FIRALLOC WRITES ALOCOUT SEQUENTIAL, SO IT IS READ THAT WAY.
           SELECT ALOCOUT-FILE  ASSIGN TO "ALOCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BVA-ALOCOUT-STATUS.
      *> OPTIONAL - NO CARRY (THE FIRST MONTH RUN) MEANS NO ACTUAL
      *> EXPENSE BEFORE THIS MONTH.
           SELECT OPTIONAL BVAYTDI-FILE ASSIGN TO "BVAYTDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVA-BVAYTDI-STATUS.
           SELECT BVAYTDO-FILE  ASSIGN TO "BVAYTDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVA-BVAYTDO-STATUS.
           SELECT OPTIONAL BVAPRM-FILE ASSIGN TO "BVAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVA-BVAPRM-STATUS.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVA-PARMLIB-STATUS.
           SELECT BVARPT-FILE   ASSIGN TO "BVARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVA-BVARPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPBUDGT-FILE.
       COPY EXPBUDRC.
       FD  FIREXT-FILE.
       01  FIREXT-RECORD                   PIC X(487).
       FD  ALOCOUT-FILE.
       COPY FIRAOUT.
       FD  BVAYTDI-FILE.
       COPY BVAYTDRC.
       FD  BVAYTDO-FILE.
       COPY BVAYTDRC
           REPLACING BVA-YTD-RECORD BY BVAYTDO-RECORD.
       FD  BVAPRM-FILE.
       01  BVAPRM-RECORD.
           05  BVA-PARM-SOURCE             PIC X(07).
           05  FILLER                      PIC X(01).
           05  BVA-PARM-PERIOD             PIC X(06).
           05  FILLER                      PIC X(01).
           05  BVA-PARM-TOLPCT             PIC X(05).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  BVARPT-FILE.
       01  BVARPT-RECORD                   PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       COPY FIREALOC.
       01  BVA-EXPBUDGT-STATUS             PIC XX.
           88  BVA-EXPBUDGT-OK             VALUE "00".
       01  BVA-FIREXT-STATUS               PIC XX.
           88  BVA-FIREXT-OK               VALUE "00".
       01  BVA-ALOCOUT-STATUS              PIC XX.
           88  BVA-ALOCOUT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE INPUT STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  BVA-INPUT-OPENED-SW             PIC X(01)       VALUE "N".
           88  BVA-INPUT-OPENED            VALUE "Y".
       01  BVA-BVAYTDI-STATUS              PIC XX.
           88  BVA-BVAYTDI-OK              VALUE "00".
       01  BVA-BVAYTDO-STATUS              PIC XX.
           88  BVA-BVAYTDO-OK              VALUE "00".
       01  BVA-BVAPRM-STATUS               PIC XX.
           88  BVA-BVAPRM-OK               VALUE "00".
       01  BVA-PARMLIB-STATUS              PIC XX.
           88  BVA-PARMLIB-OK              VALUE "00".
       01  BVA-PARMLIB-EOF-SW              PIC X(01)       VALUE "N".
           88  BVA-PARMLIB-EOF             VALUE "Y".
       01  BVA-SOURCE-FOUND-SW             PIC X(01)       VALUE "N".
           88  BVA-SOURCE-FOUND            VALUE "Y".
       01  BVA-PERIOD-FOUND-SW             PIC X(01)       VALUE "N".
           88  BVA-PERIOD-FOUND            VALUE "Y".
       01  BVA-TOL-FOUND-SW                PIC X(01)       VALUE "N".
           88  BVA-TOL-FOUND               VALUE "Y".
       01  BVA-BVARPT-STATUS               PIC XX.
           88  BVA-BVARPT-OK               VALUE "00".
       01  BVA-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  BVA-OUTPUTS-OPENED          VALUE "Y".
       01  BVA-EOF-SW                      PIC X(01)       VALUE "N".
           88  BVA-EOF                     VALUE "Y".
       01  BVA-BUD-EOF-SW                  PIC X(01)       VALUE "N".
           88  BVA-BUD-EOF                 VALUE "Y".
       01  BVA-CRY-EOF-SW                  PIC X(01)       VALUE "N".
           88  BVA-CRY-EOF                 VALUE "Y".
      *> THE FIRST FIREXT RECORD IS READ EARLY WHEN IT MUST NAME THE
      *> PERIOD; IT IS THEN POSTED BEFORE THE NEXT READ.
       01  BVA-HELD-SW                     PIC X(01)       VALUE "N".
           88  BVA-HELD                    VALUE "Y".
      *> THE DAY A PARMLIB OR BUDGET ROW MUST BE IN FORCE ON TO BE
      *> USED.
       01  BVA-RUN-DATE                    PIC 9(08)       VALUE 0.
      *> ----------------------- RUN OPTIONS ---------------------------
       01  BVA-SOURCE                      PIC X(07)
                                           VALUE "FIREXT ".
           88  BVA-FIREXT-SOURCE           VALUE "FIREXT ".
           88  BVA-ALOCOUT-SOURCE          VALUE "ALOCOUT".
       01  BVA-PERIOD                      PIC X(06)       VALUE SPACES.
       01  BVA-PERIOD-9 REDEFINES BVA-PERIOD.
           05  BVA-PERIOD-YYYY             PIC 9(04).
           05  BVA-PERIOD-MM               PIC 9(02).
       01  BVA-PERIOD-GOOD-SW              PIC X(01)       VALUE "N".
           88  BVA-PERIOD-GOOD             VALUE "Y".
       01  BVA-PERIOD-TOKEN                PIC X(06)       VALUE SPACES.
       01  BVA-PERIOD-TOKEN-9 REDEFINES BVA-PERIOD-TOKEN.
           05  BVA-TOKEN-YYYY              PIC 9(04).
           05  BVA-TOKEN-MM                PIC 9(02).
      *> THE MONTH BEFORE THE REPORT MONTH - THE PERIOD A CARRY ROW
      *> IS EXPECTED TO BE THROUGH.  ZERO IN JANUARY.
       01  BVA-PRIOR-PERIOD                PIC 9(06)       VALUE 0.
       01  BVA-TOLPCT                      PIC 9(03)V99    VALUE 10.00.
       01  BVA-TOL-TOKEN                   PIC X(05)       VALUE SPACES.
       01  BVA-TOL-TOKEN-9 REDEFINES BVA-TOL-TOKEN
                                           PIC 9(03)V99.
      *> --------------------- EXPENSE GROUPS --------------------------
       01  BVA-GROUP-NAME-STR              PIC X(16)
                                           VALUE "GRP2GRP3GRP4GRP5".
       01  BVA-GROUP-NAME-TBL REDEFINES BVA-GROUP-NAME-STR.
           05  BVA-GROUP-NAME              PIC X(04)
                                           OCCURS 4 TIMES.
       01  BVA-GX                          PIC 9(04) COMP  VALUE 0.
      *> ONE ACTUAL RECORD, FROM EITHER SOURCE, READY TO POST.
       01  BVA-ACT-STATE                   PIC X(02)       VALUE SPACES.
       01  BVA-ACT-H-CODE                  PIC X(06)       VALUE SPACES.
       01  BVA-ACT-PERIOD                  PIC X(06)       VALUE SPACES.
       01  BVA-ACT-AMT-TAB.
           05  BVA-ACT-AMT                 PIC S9(17)V99
                                           OCCURS 4 TIMES.
       01  BVA-GRP-TOT-TAB.
           05  BVA-GRP-TOT-ENTRY           OCCURS 4 TIMES.
               10  BVA-GRP-BUD-MTH         PIC S9(15)V99  COMP-3.
               10  BVA-GRP-ACT-MTH         PIC S9(15)V99  COMP-3.
               10  BVA-GRP-BUD-YTD         PIC S9(15)V99  COMP-3.
               10  BVA-GRP-ACT-YTD         PIC S9(15)V99  COMP-3.
      *> ------------------------- CELLS -------------------------------
      *> ONE ENTRY PER STATE, H-CODE AND GROUP THAT HAS A BUDGET OR AN
      *> ACTUAL, KEPT IN KEY ORDER AS IT FILLS SO THE REPORT NEEDS NO
      *> SORT STEP.
       01  BVA-CEL-MAX                     PIC 9(04) COMP  VALUE 3000.
       01  BVA-CEL-CNT                     PIC 9(04) COMP  VALUE 0.
       01  BVA-CEL-OVER-CNT                PIC 9(08)       VALUE 0.
       01  BVA-CEL-TAB.
           05  BVA-CEL-ENTRY               OCCURS 3000 TIMES.
               10  BVA-CEL-KEY.
                   15  BVA-CEL-STATE       PIC X(02).
                   15  BVA-CEL-H-CODE      PIC X(06).
                   15  BVA-CEL-GROUP       PIC X(04).
               10  BVA-CEL-BUD-MTH         PIC S9(15)V99  COMP-3.
               10  BVA-CEL-BUD-YTD         PIC S9(15)V99  COMP-3.
               10  BVA-CEL-ACT-MTH         PIC S9(15)V99  COMP-3.
               10  BVA-CEL-ACT-PRIOR       PIC S9(15)V99  COMP-3.
       01  BVA-CX                          PIC 9(04) COMP  VALUE 0.
       01  BVA-CEL-HIT                     PIC 9(04) COMP  VALUE 0.
       01  BVA-SHIFT-IX                    PIC 9(04) COMP  VALUE 0.
       01  BVA-KEY-CEL.
           05  BVA-KEY-STATE               PIC X(02).
           05  BVA-KEY-H-CODE              PIC X(06).
           05  BVA-KEY-GROUP               PIC X(04).
      *> --------------------- RUN COUNTERS ----------------------------
       01  BVA-READ-CNT                    PIC 9(08)       VALUE 0.
       01  BVA-POSTED-CNT                  PIC 9(08)       VALUE 0.
       01  BVA-OTHER-MONTH-CNT             PIC 9(08)       VALUE 0.
       01  BVA-BUD-READ-CNT                PIC 9(08)       VALUE 0.
       01  BVA-BUD-USED-CNT                PIC 9(08)       VALUE 0.
       01  BVA-CRY-READ-CNT                PIC 9(08)       VALUE 0.
       01  BVA-CRY-USED-CNT                PIC 9(08)       VALUE 0.
       01  BVA-CRY-STALE-CNT               PIC 9(08)       VALUE 0.
       01  BVA-CRY-OUT-CNT                 PIC 9(08)       VALUE 0.
       01  BVA-FLAGGED-CNT                 PIC 9(08)       VALUE 0.
      *> ------------------------ COMPARISON ---------------------------
       01  BVA-CMP-LABEL                   PIC X(05)       VALUE SPACES.
       01  BVA-CMP-BUD                     PIC S9(15)V99   VALUE 0.
       01  BVA-CMP-ACT                     PIC S9(15)V99   VALUE 0.
       01  BVA-CMP-VAR                     PIC S9(15)V99   VALUE 0.
       01  BVA-CMP-PCT                     PIC S9(07)V99   VALUE 0.
       01  BVA-CMP-ABS-PCT                 PIC 9(07)V99    VALUE 0.
       01  BVA-CMP-FLAG-SW                 PIC X(01)       VALUE "N".
           88  BVA-CMP-FLAGGED             VALUE "Y".
       01  BVA-CELL-FLAG-SW                PIC X(01)       VALUE "N".
           88  BVA-CELL-FLAGGED            VALUE "Y".
      *> ----------------------- PRINT LINES ---------------------------
       01  BVA-OUT-LINE                    PIC X(110)      VALUE SPACES.
       01  BVA-LINE-KEY                    PIC X(15)       VALUE SPACES.
       01  BVA-BUD-TXT                     PIC -(12)9.99.
       01  BVA-ACT-TXT                     PIC -(12)9.99.
       01  BVA-VAR-TXT                     PIC -(12)9.99.
       01  BVA-PCT-TXT                     PIC -(6)9.99.
       01  BVA-PCT-SHOW                    PIC X(10)       VALUE SPACES.
       01  BVA-NOTE-TXT                    PIC X(20)       VALUE SPACES.
       01  BVA-TOL-TXT                     PIC ZZ9.99.
       01  BVA-CNT-TXT                     PIC Z(7)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-FIX-PERIOD THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-BUDGET-ROW THRU 1300-EXIT
               UNTIL BVA-BUD-EOF
           PERFORM 1400-LOAD-ONE-CARRY-ROW THRU 1400-EXIT
               UNTIL BVA-CRY-EOF
           PERFORM 2000-POST-ONE-ACTUAL THRU 2000-EXIT
               UNTIL BVA-EOF
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
           PERFORM 8000-SUMMARIZE THRU 8000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT BVA-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-RESOLVE-LIBRARY-PARM THRU 1050-EXIT
           PERFORM 1080-READ-PRIVATE-CARD THRU 1080-EXIT
           MOVE "Y" TO BVA-EOF-SW
           MOVE "Y" TO BVA-BUD-EOF-SW
           MOVE "Y" TO BVA-CRY-EOF-SW
           IF BVA-ALOCOUT-SOURCE AND NOT BVA-PERIOD-FOUND
               DISPLAY "FIRBUDG - AN ALOCOUT RUN MUST NAME ITS PERIOD "
                   "ON PARMLIB OR BVAPRM"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT EXPBUDGT-FILE
           IF NOT BVA-EXPBUDGT-OK
               DISPLAY "FIRBUDG - UNABLE TO OPEN EXPBUDGT, STATUS="
                   BVA-EXPBUDGT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF BVA-ALOCOUT-SOURCE
               OPEN INPUT ALOCOUT-FILE
               IF NOT BVA-ALOCOUT-OK
                   DISPLAY "FIRBUDG - UNABLE TO OPEN ALOCOUT, STATUS="
                       BVA-ALOCOUT-STATUS
                   CLOSE EXPBUDGT-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           ELSE
               OPEN INPUT FIREXT-FILE
               IF NOT BVA-FIREXT-OK
                   DISPLAY "FIRBUDG - UNABLE TO OPEN FIREXT, STATUS="
                       BVA-FIREXT-STATUS
                   CLOSE EXPBUDGT-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           MOVE "Y" TO BVA-INPUT-OPENED-SW
           OPEN OUTPUT BVARPT-FILE
           IF NOT BVA-BVARPT-OK
               DISPLAY "FIRBUDG - UNABLE TO OPEN BVARPT, STATUS="
                   BVA-BVARPT-STATUS
               CLOSE EXPBUDGT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT BVAYTDO-FILE
           IF NOT BVA-BVAYTDO-OK
               DISPLAY "FIRBUDG - UNABLE TO OPEN BVAYTDO, STATUS="
                   BVA-BVAYTDO-STATUS
               CLOSE EXPBUDGT-FILE
               CLOSE BVARPT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO BVA-OUTPUTS-OPENED-SW
           MOVE "N" TO BVA-EOF-SW
           MOVE "N" TO BVA-BUD-EOF-SW.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-LIBRARY-PARM - THE CENTRAL PARAMETER LIBRARY    *
      *  (DD PARMLIB, THE VALUES PARMVAL PROVED BEFORE THE WINDOW     *
      *  OPENED) IS TRIED FIRST; EACH FIRBUDG ROW IT CARRIES WINS     *
      *  OVER THE SAME VALUE ON THE PRIVATE BVAPRM CARD.              *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           OPEN INPUT PARMLIB-FILE
           IF NOT BVA-PARMLIB-OK
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-LIB-ROW THRU 1060-EXIT
               UNTIL BVA-PARMLIB-EOF
           CLOSE PARMLIB-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO BVA-PARMLIB-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "FIRBUDG"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > BVA-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < BVA-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-PARM-NAME = "SOURCE" AND NOT BVA-SOURCE-FOUND
               IF PRM-PARM-VALUE(1:7) = "FIREXT "
                   OR PRM-PARM-VALUE(1:7) = "ALOCOUT"
                   MOVE PRM-PARM-VALUE(1:7) TO BVA-SOURCE
                   MOVE "Y" TO BVA-SOURCE-FOUND-SW
               ELSE
                   DISPLAY "FIRBUDG - PARMLIB SOURCE IS NOT FIREXT OR "
                       "ALOCOUT - THE BVAPRM CARD OR DEFAULT IS USED"
               END-IF
           END-IF
           IF PRM-PARM-NAME = "PERIOD" AND NOT BVA-PERIOD-FOUND
               MOVE PRM-PARM-VALUE(1:6) TO BVA-PERIOD-TOKEN
               PERFORM 1070-PROVE-PERIOD THRU 1070-EXIT
               IF BVA-PERIOD-GOOD
                   MOVE BVA-PERIOD-TOKEN TO BVA-PERIOD
                   MOVE "Y" TO BVA-PERIOD-FOUND-SW
               ELSE
                   DISPLAY "FIRBUDG - PARMLIB PERIOD IS NOT CCYYMM "
                       "- THE BVAPRM CARD OR DEFAULT IS USED"
               END-IF
           END-IF
           IF PRM-PARM-NAME = "TOLPCT" AND NOT BVA-TOL-FOUND
               MOVE PRM-PARM-VALUE(1:5) TO BVA-TOL-TOKEN
               IF BVA-TOL-TOKEN-9 IS NUMERIC
                   MOVE BVA-TOL-TOKEN-9 TO BVA-TOLPCT
                   MOVE "Y" TO BVA-TOL-FOUND-SW
               ELSE
                   DISPLAY "FIRBUDG - PARMLIB TOLPCT IS NOT NUMERIC "
                       "- THE BVAPRM CARD OR DEFAULT IS USED"
               END-IF
           END-IF.
       1060-EXIT.
           EXIT.
      *
       1070-PROVE-PERIOD.
           MOVE "N" TO BVA-PERIOD-GOOD-SW
           IF BVA-PERIOD-TOKEN IS NOT NUMERIC
               GO TO 1070-EXIT
           END-IF
           IF BVA-TOKEN-MM < 1 OR BVA-TOKEN-MM > 12
               GO TO 1070-EXIT
           END-IF
           MOVE "Y" TO BVA-PERIOD-GOOD-SW.
       1070-EXIT.
           EXIT.
      *
      *> THE CARD FILLS ONLY WHAT THE LIBRARY DID NOT; A FIELD LEFT
      *> BLANK OR NOT VALID ON IT KEEPS THE DEFAULT.
       1080-READ-PRIVATE-CARD.
           OPEN INPUT BVAPRM-FILE
           IF NOT BVA-BVAPRM-OK
               GO TO 1080-EXIT
           END-IF
           READ BVAPRM-FILE
               AT END
                   CLOSE BVAPRM-FILE
                   GO TO 1080-EXIT
           END-READ
           CLOSE BVAPRM-FILE
           IF NOT BVA-SOURCE-FOUND
               AND (BVA-PARM-SOURCE = "FIREXT "
                    OR BVA-PARM-SOURCE = "ALOCOUT")
               MOVE BVA-PARM-SOURCE TO BVA-SOURCE
           END-IF
           IF NOT BVA-PERIOD-FOUND
               MOVE BVA-PARM-PERIOD TO BVA-PERIOD-TOKEN
               PERFORM 1070-PROVE-PERIOD THRU 1070-EXIT
               IF BVA-PERIOD-GOOD
                   MOVE BVA-PERIOD-TOKEN TO BVA-PERIOD
                   MOVE "Y" TO BVA-PERIOD-FOUND-SW
               END-IF
           END-IF
           IF NOT BVA-TOL-FOUND
               MOVE BVA-PARM-TOLPCT TO BVA-TOL-TOKEN
               IF BVA-TOL-TOKEN-9 IS NUMERIC
                   MOVE BVA-TOL-TOKEN-9 TO BVA-TOLPCT
               END-IF
           END-IF.
       1080-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-FIX-PERIOD - WITH NO PERIOD NAMED, A FIREXT RUN TAKES   *
      *  THE FIRST RECORD'S FILE-DATE MONTH, HOLDING THAT RECORD FOR  *
      *  2000.  THE CARRY IS ONLY OPENED ONCE THE PERIOD IS KNOWN.    *
      ******************************************************************
       1200-FIX-PERIOD.
           IF NOT BVA-OUTPUTS-OPENED
               GO TO 1200-EXIT
           END-IF
           IF NOT BVA-PERIOD-FOUND
               PERFORM 2100-READ-ONE-ACTUAL THRU 2100-EXIT
               IF BVA-EOF
                   DISPLAY "FIRBUDG - FIREXT IS EMPTY AND NO PERIOD "
                       "WAS NAMED"
                   MOVE "Y" TO BVA-BUD-EOF-SW
                   GO TO 1200-EXIT
               END-IF
               MOVE "Y" TO BVA-HELD-SW
               MOVE BVA-ACT-PERIOD TO BVA-PERIOD-TOKEN
               PERFORM 1070-PROVE-PERIOD THRU 1070-EXIT
               IF NOT BVA-PERIOD-GOOD
                   DISPLAY "FIRBUDG - THE FIRST FIREXT RECORD'S "
                       "FILE-DATE IS NOT A DATE AND NO PERIOD WAS "
                       "NAMED"
                   MOVE "Y" TO BVA-EOF-SW
                   MOVE "Y" TO BVA-BUD-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1200-EXIT
               END-IF
               MOVE BVA-PERIOD-TOKEN TO BVA-PERIOD
           END-IF
           IF BVA-PERIOD-MM > 1
               COMPUTE BVA-PRIOR-PERIOD =
                   BVA-PERIOD-YYYY * 100 + BVA-PERIOD-MM - 1
           END-IF
           OPEN INPUT BVAYTDI-FILE
           IF BVA-BVAYTDI-OK
               MOVE "N" TO BVA-CRY-EOF-SW
           END-IF.
       1200-EXIT.
           EXIT.
      *
      *> A ROW COUNTS WHEN ITS WINDOW COVERS THE RUN DATE AND ITS
      *> MONTH IS IN THE REPORT YEAR, NO LATER THAN THE REPORT MONTH.
       1300-LOAD-ONE-BUDGET-ROW.
           READ EXPBUDGT-FILE
               AT END
                   MOVE "Y" TO BVA-BUD-EOF-SW
                   GO TO 1300-EXIT
           END-READ
           ADD 1 TO BVA-BUD-READ-CNT
           IF EXB-EFF-DATE > BVA-RUN-DATE
               GO TO 1300-EXIT
           END-IF
           IF EXB-END-DATE NOT = 0 AND EXB-END-DATE < BVA-RUN-DATE
               GO TO 1300-EXIT
           END-IF
           IF EXB-PERIOD (1:4) NOT = BVA-PERIOD (1:4)
               OR EXB-PERIOD (5:2) > BVA-PERIOD (5:2)
               GO TO 1300-EXIT
           END-IF
           MOVE EXB-STATE  TO BVA-KEY-STATE
           MOVE EXB-H-CODE TO BVA-KEY-H-CODE
           MOVE EXB-GROUP  TO BVA-KEY-GROUP
           PERFORM 2200-FIND-CELL THRU 2200-EXIT
           IF BVA-CEL-HIT = 0
               GO TO 1300-EXIT
           END-IF
           ADD EXB-AMOUNT TO BVA-CEL-BUD-YTD (BVA-CEL-HIT)
           IF EXB-PERIOD (5:2) = BVA-PERIOD (5:2)
               ADD EXB-AMOUNT TO BVA-CEL-BUD-MTH (BVA-CEL-HIT)
           END-IF
           ADD 1 TO BVA-BUD-USED-CNT.
       1300-EXIT.
           EXIT.
      *
      *> ONLY LAST MONTH'S CARRY IS ADDED IN.  A CARRY FROM AN EARLIER
      *> YEAR IS SIMPLY THE YEAR BEFORE; ANY OTHER CARRY IS STALE (A
      *> MONTH WAS MISSED) OR THIS MONTH'S OWN (A RERUN), AND COUNTING
      *> IT WOULD MISSTATE THE YEAR TO DATE.
       1400-LOAD-ONE-CARRY-ROW.
           READ BVAYTDI-FILE
               AT END
                   MOVE "Y" TO BVA-CRY-EOF-SW
                   CLOSE BVAYTDI-FILE
                   GO TO 1400-EXIT
           END-READ
           ADD 1 TO BVA-CRY-READ-CNT
           IF BVY-PERIOD OF BVA-YTD-RECORD (1:4) NOT = BVA-PERIOD (1:4)
               GO TO 1400-EXIT
           END-IF
           IF BVY-PERIOD OF BVA-YTD-RECORD NOT = BVA-PRIOR-PERIOD
               ADD 1 TO BVA-CRY-STALE-CNT
               GO TO 1400-EXIT
           END-IF
           MOVE BVY-STATE OF BVA-YTD-RECORD  TO BVA-KEY-STATE
           MOVE BVY-H-CODE OF BVA-YTD-RECORD TO BVA-KEY-H-CODE
           MOVE BVY-GROUP OF BVA-YTD-RECORD  TO BVA-KEY-GROUP
           PERFORM 2200-FIND-CELL THRU 2200-EXIT
           IF BVA-CEL-HIT = 0
               GO TO 1400-EXIT
           END-IF
           ADD BVY-ACTUAL-AMT OF BVA-YTD-RECORD
               TO BVA-CEL-ACT-PRIOR (BVA-CEL-HIT)
           ADD 1 TO BVA-CRY-USED-CNT.
       1400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-POST-ONE-ACTUAL - THE RECORD'S FOUR GROUP AMOUNTS ARE   *
      *  ADDED TO ITS STATE AND H-CODE'S CELLS.  A FIREXT RECORD OF   *
      *  ANOTHER MONTH IS LEFT OUT.                                   *
      ******************************************************************
       2000-POST-ONE-ACTUAL.
           IF BVA-HELD
               MOVE "N" TO BVA-HELD-SW
           ELSE
               PERFORM 2100-READ-ONE-ACTUAL THRU 2100-EXIT
               IF BVA-EOF
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF BVA-ACT-PERIOD NOT = BVA-PERIOD
               ADD 1 TO BVA-OTHER-MONTH-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE BVA-ACT-STATE  TO BVA-KEY-STATE
           MOVE BVA-ACT-H-CODE TO BVA-KEY-H-CODE
           PERFORM 2010-POST-ONE-GROUP THRU 2010-EXIT
               VARYING BVA-GX FROM 1 BY 1
               UNTIL BVA-GX > 4
           ADD 1 TO BVA-POSTED-CNT.
       2000-EXIT.
           EXIT.
      *
      *> A ZERO AMOUNT OPENS NO CELL OF ITS OWN.
       2010-POST-ONE-GROUP.
           IF BVA-ACT-AMT (BVA-GX) = 0
               GO TO 2010-EXIT
           END-IF
           MOVE BVA-GROUP-NAME (BVA-GX) TO BVA-KEY-GROUP
           PERFORM 2200-FIND-CELL THRU 2200-EXIT
           IF BVA-CEL-HIT = 0
               GO TO 2010-EXIT
           END-IF
           ADD BVA-ACT-AMT (BVA-GX) TO BVA-CEL-ACT-MTH (BVA-CEL-HIT).
       2010-EXIT.
           EXIT.
      *
      *> EITHER SOURCE COMES BACK AS ONE STATE, H-CODE, PERIOD AND
      *> FOUR GROUP AMOUNTS.  ALOCOUT ROWS ARE ALL THE NAMED PERIOD.
       2100-READ-ONE-ACTUAL.
           IF BVA-ALOCOUT-SOURCE
               READ ALOCOUT-FILE
                   AT END
                       MOVE "Y" TO BVA-EOF-SW
                       GO TO 2100-EXIT
               END-READ
               ADD 1 TO BVA-READ-CNT
               MOVE FAO-WRITING-MIS-STATE TO BVA-ACT-STATE
               MOVE FAO-H-CODE            TO BVA-ACT-H-CODE
               MOVE BVA-PERIOD            TO BVA-ACT-PERIOD
               ADD FAO-GRP2-ULAE-PD-AMT FAO-GRP2-ULAE-UNPD-AMT
                   GIVING BVA-ACT-AMT (1)
               ADD FAO-GRP3-COMS-AMT FAO-GRP3-OTH-ACQ-AMT
                   GIVING BVA-ACT-AMT (2)
               MOVE FAO-GRP4-AMT          TO BVA-ACT-AMT (3)
               MOVE FAO-GRP5-AMT          TO BVA-ACT-AMT (4)
               GO TO 2100-EXIT
           END-IF
           READ FIREXT-FILE INTO FDW-FIRE-ALLOC-REC
               AT END
                   MOVE "Y" TO BVA-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO BVA-READ-CNT
           MOVE WRITING-MIS-STATE TO BVA-ACT-STATE
           MOVE H-CODE            TO BVA-ACT-H-CODE
           MOVE FILE-DATE (1:6)   TO BVA-ACT-PERIOD
           ADD PAF-AMT-NUM (1) PAF-AMT-NUM (2) GIVING BVA-ACT-AMT (1)
           ADD PAF-AMT-NUM (3) PAF-AMT-NUM (4) GIVING BVA-ACT-AMT (2)
           MOVE PAF-AMT-NUM (5)   TO BVA-ACT-AMT (3)
           MOVE PAF-AMT-NUM (6)   TO BVA-ACT-AMT (4).
       2100-EXIT.
           EXIT.
      *
      *> BVA-CEL-HIT COMES BACK AS BVA-KEY-CEL'S ENTRY, OR ZERO WHEN A
      *> NEW CELL WOULD NOT FIT.  BVA-CX STOPS ON THE FIRST ENTRY NOT
      *> BELOW THE KEY - THE MATCH, OR WHERE A NEW ONE GOES.
       2200-FIND-CELL.
           MOVE 0 TO BVA-CEL-HIT
           PERFORM 2900-STEP-PAST-ONE-ENTRY THRU 2900-EXIT
               VARYING BVA-CX FROM 1 BY 1
               UNTIL BVA-CX > BVA-CEL-CNT
               OR BVA-CEL-KEY (BVA-CX) NOT < BVA-KEY-CEL
           IF BVA-CX NOT > BVA-CEL-CNT
               IF BVA-CEL-KEY (BVA-CX) = BVA-KEY-CEL
                   MOVE BVA-CX TO BVA-CEL-HIT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF BVA-CEL-CNT NOT < BVA-CEL-MAX
               ADD 1 TO BVA-CEL-OVER-CNT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-SHIFT-ONE-CELL THRU 2210-EXIT
               VARYING BVA-SHIFT-IX FROM BVA-CEL-CNT BY -1
               UNTIL BVA-SHIFT-IX < BVA-CX
           ADD 1 TO BVA-CEL-CNT
           MOVE BVA-KEY-CEL TO BVA-CEL-KEY (BVA-CX)
           MOVE 0 TO BVA-CEL-BUD-MTH (BVA-CX)
           MOVE 0 TO BVA-CEL-BUD-YTD (BVA-CX)
           MOVE 0 TO BVA-CEL-ACT-MTH (BVA-CX)
           MOVE 0 TO BVA-CEL-ACT-PRIOR (BVA-CX)
           MOVE BVA-CX TO BVA-CEL-HIT.
       2200-EXIT.
           EXIT.
      *
       2210-SHIFT-ONE-CELL.
           MOVE BVA-CEL-ENTRY (BVA-SHIFT-IX)
               TO BVA-CEL-ENTRY (BVA-SHIFT-IX + 1).
       2210-EXIT.
           EXIT.
      *
       2900-STEP-PAST-ONE-ENTRY.
           CONTINUE.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-WRITE-REPORT - A MONTH AND A YEAR-TO-DATE LINE PER      *
      *  CELL IN KEY ORDER, THE NEW CARRY ROW FOR EACH, THEN THE      *
      *  TOTALS BY GROUP.                                             *
      ******************************************************************
       3000-WRITE-REPORT.
           IF NOT BVA-OUTPUTS-OPENED
               GO TO 3000-EXIT
           END-IF
           INITIALIZE BVA-GRP-TOT-TAB
           MOVE BVA-TOLPCT TO BVA-TOL-TXT
           MOVE SPACES TO BVA-OUT-LINE
           STRING "FIRE EXPENSE BUDGET VERSUS ACTUAL - PERIOD "
               BVA-PERIOD (1:4) "/" BVA-PERIOD (5:2)
               "   SOURCE " BVA-SOURCE
               "   TOLERANCE " BVA-TOL-TXT "%"
               DELIMITED BY SIZE INTO BVA-OUT-LINE
           END-STRING
           WRITE BVARPT-RECORD FROM BVA-OUT-LINE
           MOVE SPACES TO BVARPT-RECORD
           WRITE BVARPT-RECORD
           MOVE SPACES TO BVA-OUT-LINE
           STRING "ST H-CODE GRP        "
               "          BUDGET            ACTUAL          VARIANCE"
               "      VAR %"
               DELIMITED BY SIZE INTO BVA-OUT-LINE
           END-STRING
           WRITE BVARPT-RECORD FROM BVA-OUT-LINE
           PERFORM 3100-REPORT-ONE-CELL THRU 3100-EXIT
               VARYING BVA-CX FROM 1 BY 1
               UNTIL BVA-CX > BVA-CEL-CNT
           MOVE SPACES TO BVARPT-RECORD
           WRITE BVARPT-RECORD
           PERFORM 3300-REPORT-ONE-GROUP THRU 3300-EXIT
               VARYING BVA-GX FROM 1 BY 1
               UNTIL BVA-GX > 4.
       3000-EXIT.
           EXIT.
      *
       3100-REPORT-ONE-CELL.
           MOVE "N" TO BVA-CELL-FLAG-SW
           MOVE SPACES TO BVA-LINE-KEY
           STRING BVA-CEL-STATE (BVA-CX) " "
               BVA-CEL-H-CODE (BVA-CX) " "
               BVA-CEL-GROUP (BVA-CX)
               DELIMITED BY SIZE INTO BVA-LINE-KEY
           END-STRING
           MOVE "MONTH" TO BVA-CMP-LABEL
           MOVE BVA-CEL-BUD-MTH (BVA-CX) TO BVA-CMP-BUD
           MOVE BVA-CEL-ACT-MTH (BVA-CX) TO BVA-CMP-ACT
           PERFORM 3200-WRITE-COMPARE-LINE THRU 3200-EXIT
           MOVE SPACES TO BVA-LINE-KEY
           MOVE "YTD  " TO BVA-CMP-LABEL
           MOVE BVA-CEL-BUD-YTD (BVA-CX) TO BVA-CMP-BUD
           ADD BVA-CEL-ACT-MTH (BVA-CX) BVA-CEL-ACT-PRIOR (BVA-CX)
               GIVING BVA-CMP-ACT
           PERFORM 3200-WRITE-COMPARE-LINE THRU 3200-EXIT
           IF BVA-CELL-FLAGGED
               ADD 1 TO BVA-FLAGGED-CNT
           END-IF
           PERFORM 3110-ADD-TO-GROUP THRU 3110-EXIT
               VARYING BVA-GX FROM 1 BY 1
               UNTIL BVA-GX > 4
           MOVE BVA-PERIOD TO BVY-PERIOD OF BVAYTDO-RECORD
           MOVE BVA-CEL-STATE (BVA-CX)
               TO BVY-STATE OF BVAYTDO-RECORD
           MOVE BVA-CEL-H-CODE (BVA-CX)
               TO BVY-H-CODE OF BVAYTDO-RECORD
           MOVE BVA-CEL-GROUP (BVA-CX)
               TO BVY-GROUP OF BVAYTDO-RECORD
           MOVE BVA-CMP-ACT TO BVY-ACTUAL-AMT OF BVAYTDO-RECORD
           WRITE BVAYTDO-RECORD
           ADD 1 TO BVA-CRY-OUT-CNT.
       3100-EXIT.
           EXIT.
      *
       3110-ADD-TO-GROUP.
           IF BVA-GROUP-NAME (BVA-GX) NOT = BVA-CEL-GROUP (BVA-CX)
               GO TO 3110-EXIT
           END-IF
           ADD BVA-CEL-BUD-MTH (BVA-CX) TO BVA-GRP-BUD-MTH (BVA-GX)
           ADD BVA-CEL-ACT-MTH (BVA-CX) TO BVA-GRP-ACT-MTH (BVA-GX)
           ADD BVA-CEL-BUD-YTD (BVA-CX) TO BVA-GRP-BUD-YTD (BVA-GX)
           ADD BVA-CMP-ACT TO BVA-GRP-ACT-YTD (BVA-GX).
       3110-EXIT.
           EXIT.
      *
      *> THE PERCENT IS OF BUDGET; WITH NO BUDGET THERE IS NONE, AND
      *> ANY ACTUAL EXPENSE IS FLAGGED ON ITS OWN.
       3200-WRITE-COMPARE-LINE.
           MOVE "N" TO BVA-CMP-FLAG-SW
           MOVE SPACES TO BVA-NOTE-TXT
           SUBTRACT BVA-CMP-BUD FROM BVA-CMP-ACT GIVING BVA-CMP-VAR
           IF BVA-CMP-BUD = 0
               MOVE "       N/A" TO BVA-PCT-SHOW
               IF BVA-CMP-ACT NOT = 0
                   MOVE "Y" TO BVA-CMP-FLAG-SW
                   MOVE "  *** NO BUDGET" TO BVA-NOTE-TXT
               END-IF
           ELSE
               COMPUTE BVA-CMP-PCT ROUNDED =
                   BVA-CMP-VAR * 100 / BVA-CMP-BUD
                   ON SIZE ERROR
                       MOVE 9999999.99 TO BVA-CMP-PCT
               END-COMPUTE
               MOVE BVA-CMP-PCT TO BVA-PCT-TXT
               MOVE BVA-PCT-TXT TO BVA-PCT-SHOW
               IF BVA-CMP-PCT < 0
                   COMPUTE BVA-CMP-ABS-PCT = 0 - BVA-CMP-PCT
               ELSE
                   MOVE BVA-CMP-PCT TO BVA-CMP-ABS-PCT
               END-IF
               IF BVA-CMP-ABS-PCT > BVA-TOLPCT
                   MOVE "Y" TO BVA-CMP-FLAG-SW
                   MOVE "  *** OVER TOLERANCE" TO BVA-NOTE-TXT
               END-IF
           END-IF
           IF BVA-CMP-FLAGGED
               MOVE "Y" TO BVA-CELL-FLAG-SW
           END-IF
           MOVE BVA-CMP-BUD TO BVA-BUD-TXT
           MOVE BVA-CMP-ACT TO BVA-ACT-TXT
           MOVE BVA-CMP-VAR TO BVA-VAR-TXT
           MOVE SPACES TO BVA-OUT-LINE
           STRING BVA-LINE-KEY BVA-CMP-LABEL " " BVA-BUD-TXT
               "  " BVA-ACT-TXT "  " BVA-VAR-TXT " " BVA-PCT-SHOW
               BVA-NOTE-TXT
               DELIMITED BY SIZE INTO BVA-OUT-LINE
           END-STRING
           WRITE BVARPT-RECORD FROM BVA-OUT-LINE.
       3200-EXIT.
           EXIT.
      *
      *> THE GROUP TOTALS ARE SHOWN FOR INFORMATION; ONLY THE CELLS
      *> ARE COUNTED AS FLAGGED.
       3300-REPORT-ONE-GROUP.
           MOVE "N" TO BVA-CELL-FLAG-SW
           MOVE SPACES TO BVA-LINE-KEY
           STRING "TOTAL     " BVA-GROUP-NAME (BVA-GX)
               DELIMITED BY SIZE INTO BVA-LINE-KEY
           END-STRING
           MOVE "MONTH" TO BVA-CMP-LABEL
           MOVE BVA-GRP-BUD-MTH (BVA-GX) TO BVA-CMP-BUD
           MOVE BVA-GRP-ACT-MTH (BVA-GX) TO BVA-CMP-ACT
           PERFORM 3200-WRITE-COMPARE-LINE THRU 3200-EXIT
           MOVE SPACES TO BVA-LINE-KEY
           MOVE "YTD  " TO BVA-CMP-LABEL
           MOVE BVA-GRP-BUD-YTD (BVA-GX) TO BVA-CMP-BUD
           MOVE BVA-GRP-ACT-YTD (BVA-GX) TO BVA-CMP-ACT
           PERFORM 3200-WRITE-COMPARE-LINE THRU 3200-EXIT.
       3300-EXIT.
           EXIT.
      *
       8000-SUMMARIZE.
           DISPLAY "FIRBUDG - " BVA-READ-CNT " RECORDS, "
               BVA-POSTED-CNT " POSTED, " BVA-CEL-CNT " CELLS, "
               BVA-FLAGGED-CNT " FLAGGED"
           DISPLAY "FIRBUDG - " BVA-BUD-USED-CNT " OF "
               BVA-BUD-READ-CNT " BUDGET ROWS USED, "
               BVA-CRY-USED-CNT " OF " BVA-CRY-READ-CNT
               " CARRY ROWS ADDED IN"
           IF NOT BVA-OUTPUTS-OPENED
               GO TO 8000-EXIT
           END-IF
           MOVE SPACES TO BVARPT-RECORD
           WRITE BVARPT-RECORD
           MOVE BVA-READ-CNT TO BVA-CNT-TXT
           MOVE SPACES TO BVA-OUT-LINE
           STRING "ACTUAL RECORDS READ                " BVA-CNT-TXT
               DELIMITED BY SIZE INTO BVA-OUT-LINE
           END-STRING
           WRITE BVARPT-RECORD FROM BVA-OUT-LINE
           MOVE BVA-OTHER-MONTH-CNT TO BVA-CNT-TXT
           MOVE SPACES TO BVA-OUT-LINE
           STRING "LEFT OUT - NOT THE REPORT MONTH    " BVA-CNT-TXT
               DELIMITED BY SIZE INTO BVA-OUT-LINE
           END-STRING
           WRITE BVARPT-RECORD FROM BVA-OUT-LINE
           MOVE BVA-CRY-STALE-CNT TO BVA-CNT-TXT
           MOVE SPACES TO BVA-OUT-LINE
           STRING "CARRY ROWS NOT LAST MONTH'S        " BVA-CNT-TXT
               DELIMITED BY SIZE INTO BVA-OUT-LINE
           END-STRING
           WRITE BVARPT-RECORD FROM BVA-OUT-LINE
           MOVE BVA-FLAGGED-CNT TO BVA-CNT-TXT
           MOVE SPACES TO BVA-OUT-LINE
           STRING "CELLS FLAGGED                      " BVA-CNT-TXT
               DELIMITED BY SIZE INTO BVA-OUT-LINE
           END-STRING
           WRITE BVARPT-RECORD FROM BVA-OUT-LINE
           IF (BVA-FLAGGED-CNT > 0 OR BVA-OTHER-MONTH-CNT > 0
               OR BVA-CRY-STALE-CNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BVA-CRY-STALE-CNT > 0
               DISPLAY "FIRBUDG - " BVA-CRY-STALE-CNT " BVAYTDI ROWS "
                   "ARE NOT THROUGH " BVA-PRIOR-PERIOD
                   " - THE YEAR TO DATE LEAVES THEM OUT"
           END-IF
           IF BVA-CEL-OVER-CNT > 0
               MOVE "CELL TABLE OVERFLOW - THE REPORT IS INCOMPLETE"
                   TO BVARPT-RECORD
               WRITE BVARPT-RECORD
               DISPLAY "FIRBUDG - CELL TABLE OVERFLOW AT "
                   BVA-CEL-MAX
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRBUDG " TO RNL-WS-PROGRAM
           MOVE BVA-READ-CNT        TO RNL-WS-RECORDS-IN
           MOVE BVA-CEL-CNT         TO RNL-WS-RECORDS-OUT
           MOVE BVA-OTHER-MONTH-CNT TO RNL-WS-RECORDS-SUSP
           MOVE BVA-CEL-CNT         TO RNL-WS-TABLE-PEAK (1)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF BVA-INPUT-OPENED
               IF BVA-ALOCOUT-SOURCE
                   CLOSE ALOCOUT-FILE
               ELSE
                   CLOSE FIREXT-FILE
               END-IF
           END-IF
           IF BVA-OUTPUTS-OPENED
               CLOSE EXPBUDGT-FILE
               CLOSE BVARPT-FILE
               CLOSE BVAYTDO-FILE
           END-IF.
