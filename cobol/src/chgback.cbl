      ******************************************************************
      **                                                              *
      **  PROGRAM      CHGBACK                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  MONTHLY BATCH CHARGEBACK BY BUSINESS OWNER.   *
      **      EVERY RUN ON THE SUITE RUN LOG (DD RUNLOG, RUNLOGRC)    *
      **      DATED IN THE CHARGE MONTH IS PRICED AND BILLED TO A     *
      **      COST CENTER.  THE OWNER TABLE ON DD CHGOWN (CHGOWNREC)  *
      **      NAMES THE COST CENTER FOR EACH PROGRAM, OR FOR EACH     *
      **      EXTRACT FILE-ID THE RUN WORKED; THE RATE TABLE ON DD    *
      **      CHGRATE (CHGRATREC) PRICES EACH RUN AND EACH THOUSAND   *
      **      RECORDS READ.  EACH RUN FALLS INTO ONE OF THREE         *
      **      CLASSES - NORMAL; RERUN (A SECOND OR LATER RUN OF THE   *
      **      PROGRAM ON THE SAME DAY, OR A CHECKPOINT RESTART); AND  *
      **      REPLAY (THE RUN WORKED AN EXTRACT EXTRPLAY RE-          *
      **      PRESENTED, RLHL-REPLAY-FLAG "R") - SO EACH OWNER SEES   *
      **      WHAT ITS FAILURES COST.  THE ROLL-UP BY COST CENTER,    *
      **      PROGRAM AND CLASS - RUNS, RECORDS AND CHARGE, WITH      *
      **      COST-CENTER AND GRAND TOTALS - GOES TO DD CHGRPT, AND   *
      **      THE SAME FIGURES GO TO THE FINANCE SYSTEM AS A PIPE-    *
      **      DELIMITED FEED ON DD CHGFEED, FIELD NAMES FIRST.        *
      **                                                               *
      **      DD CHGPRM (OPTIONAL) - THE CHARGE MONTH AS YYYYMM.      *
      **      WITHOUT IT THE RUN BILLS THE MONTH BEFORE TODAY'S.      *
      **                                                               *
      **      A RUN NO OWNER ROW CLAIMS IS BILLED TO COST CENTER      *
      **      UNOWNED, AND A PROGRAM WITH NO RATE AND NO HOUSE RATE   *
      **      IS BILLED NOTHING; EITHER ENDS THE RUN WITH             *
      **      RETURN-CODE 04 SO THE TABLES GET FIXED.  A FILE THAT    *
      **      CANNOT BE OPENED, OR A TABLE OVERFLOW, IS               *
      **      RETURN-CODE 16.                                         *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHGPRM-FILE ASSIGN TO "CHGPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHB-CHGPRM-STATUS.
           SELECT CHGOWN-FILE   ASSIGN TO "CHGOWN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHB-CHGOWN-STATUS.
           SELECT CHGRATE-FILE  ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHB-CHGRATE-STATUS.
           SELECT RUNLOG-FILE   ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHB-RUNLOG-STATUS.
           SELECT CHGRPT-FILE   ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHB-CHGRPT-STATUS.
           SELECT CHGFEED-FILE  ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHB-CHGFEED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHGPRM-FILE.
       01  CHGPRM-RECORD.
           05  CHB-PARM-MONTH              PIC X(06).
           05  CHB-PARM-MONTH-N REDEFINES CHB-PARM-MONTH
                                           PIC 9(06).
       FD  CHGOWN-FILE.
       COPY CHGOWNREC.
       FD  CHGRATE-FILE.
       COPY CHGRATREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  CHGRPT-FILE.
       01  CHGRPT-RECORD                   PIC X(110).
       FD  CHGFEED-FILE.
       01  CHGFEED-RECORD                  PIC X(110).
       WORKING-STORAGE SECTION.
      *> "05" IS OPTIONAL-FILE-CREATED - NO PARAMETER CARD, SO THE
      *> RUN BILLS THE MONTH BEFORE TODAY'S.
       01  CHB-CHGPRM-STATUS               PIC XX.
           88  CHB-CHGPRM-OK               VALUE "00" "05".
       01  CHB-CHGOWN-STATUS               PIC XX.
           88  CHB-CHGOWN-OK               VALUE "00".
      *> THE FINAL READ'S AT END DRIVES CHB-CHGOWN-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  CHB-CHGOWN-OPENED-SW            PIC X(01)       VALUE "N".
           88  CHB-CHGOWN-OPENED           VALUE "Y".
       01  CHB-CHGRATE-STATUS              PIC XX.
           88  CHB-CHGRATE-OK              VALUE "00".
      *> SAME REASONING AS CHB-CHGOWN-OPENED-SW ABOVE.
       01  CHB-CHGRATE-OPENED-SW           PIC X(01)       VALUE "N".
           88  CHB-CHGRATE-OPENED          VALUE "Y".
       01  CHB-RUNLOG-STATUS               PIC XX.
           88  CHB-RUNLOG-OK               VALUE "00".
      *> SAME REASONING AS CHB-CHGOWN-OPENED-SW ABOVE.
       01  CHB-RUNLOG-OPENED-SW            PIC X(01)       VALUE "N".
           88  CHB-RUNLOG-OPENED           VALUE "Y".
       01  CHB-CHGRPT-STATUS               PIC XX.
           88  CHB-CHGRPT-OK               VALUE "00".
      *> SAME REASONING AS CHB-CHGOWN-OPENED-SW ABOVE.
       01  CHB-CHGRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  CHB-CHGRPT-OPENED           VALUE "Y".
       01  CHB-CHGFEED-STATUS              PIC XX.
           88  CHB-CHGFEED-OK              VALUE "00".
      *> SAME REASONING AS CHB-CHGOWN-OPENED-SW ABOVE.
       01  CHB-CHGFEED-OPENED-SW           PIC X(01)       VALUE "N".
           88  CHB-CHGFEED-OPENED          VALUE "Y".
       01  CHB-OWN-EOF-SW                  PIC X(01)       VALUE "N".
           88  CHB-OWN-EOF                 VALUE "Y".
       01  CHB-RATE-EOF-SW                 PIC X(01)       VALUE "N".
           88  CHB-RATE-EOF                VALUE "Y".
       01  CHB-LOG-EOF-SW                  PIC X(01)       VALUE "N".
           88  CHB-LOG-EOF                 VALUE "Y".
      *> SET WHEN A TABLE OVERFLOWS OR A FILE FAILS TO OPEN - THE
      *> REPORT AND FEED ARE THEN NOT TRUSTED AND NOT WRITTEN.
       01  CHB-HALTED-SW                   PIC X(01)       VALUE "N".
           88  CHB-HALTED                  VALUE "Y".
      *> ------------------- CHARGE MONTH -----------------------------
       01  CHB-TODAY                       PIC 9(08)       VALUE 0.
       01  CHB-TODAY-R REDEFINES CHB-TODAY.
           05  CHB-TODAY-YYYY              PIC 9(04).
           05  CHB-TODAY-MM                PIC 9(02).
           05  CHB-TODAY-DD                PIC 9(02).
       01  CHB-MONTH                       PIC 9(06)       VALUE 0.
       01  CHB-MONTH-R REDEFINES CHB-MONTH.
           05  CHB-MONTH-YYYY              PIC 9(04).
           05  CHB-MONTH-MM                PIC 9(02).
       01  CHB-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  CHB-RUN-DATE-R REDEFINES CHB-RUN-DATE.
           05  CHB-RUN-YYYYMM              PIC 9(06).
           05  CHB-RUN-DD                  PIC 9(02).
      *> ------------------- OWNER TABLE ------------------------------
       01  CHB-OWN-MAX                     PIC 9(04) COMP  VALUE 500.
       01  CHB-OWN-CNT                     PIC 9(04) COMP  VALUE 0.
       01  CHB-OWN-TABLE.
           05  CHB-OWN-ENTRY               OCCURS 500 TIMES.
               10  CHB-OWN-PROGRAM         PIC X(08).
               10  CHB-OWN-FILE-ID         PIC X(08).
               10  CHB-OWN-COST-CENTER     PIC X(08).
               10  CHB-OWN-NAME            PIC X(30).
       01  CHB-OX                          PIC 9(04) COMP  VALUE 0.
       01  CHB-OWN-HIT                     PIC 9(04) COMP  VALUE 0.
      *> ------------------- RATE TABLE -------------------------------
       01  CHB-RATE-MAX                    PIC 9(04) COMP  VALUE 300.
       01  CHB-RATE-CNT                    PIC 9(04) COMP  VALUE 0.
       01  CHB-RATE-TABLE.
           05  CHB-RATE-ENTRY              OCCURS 300 TIMES.
               10  CHB-RATE-PROGRAM        PIC X(08).
               10  CHB-RATE-PER-RUN        PIC 9(05)V99.
               10  CHB-RATE-PER-THOUSAND   PIC 9(05)V99.
       01  CHB-RX                          PIC 9(04) COMP  VALUE 0.
       01  CHB-RATE-HIT                    PIC 9(04) COMP  VALUE 0.
       01  CHB-HOUSE-RATE-SW               PIC X(01)       VALUE "N".
           88  CHB-HOUSE-RATE              VALUE "Y".
       01  CHB-HOUSE-PER-RUN               PIC 9(05)V99    VALUE 0.
       01  CHB-HOUSE-PER-THOUSAND          PIC 9(05)V99    VALUE 0.
      *> ------------------- RUNS SEEN THIS MONTH ---------------------
      *> ONE ENTRY PER PROGRAM PER RUN DATE - A PROGRAM FOUND HERE
      *> ALREADY HAS HAD ITS NORMAL RUN THAT DAY.
       01  CHB-SEEN-MAX                    PIC 9(04) COMP  VALUE 5000.
       01  CHB-SEEN-CNT                    PIC 9(04) COMP  VALUE 0.
       01  CHB-SEEN-TABLE.
           05  CHB-SEEN-ENTRY              OCCURS 5000 TIMES.
               10  CHB-SEEN-PROGRAM        PIC X(08).
               10  CHB-SEEN-DATE           PIC 9(08).
       01  CHB-SX                          PIC 9(04) COMP  VALUE 0.
       01  CHB-SEEN-HIT                    PIC 9(04) COMP  VALUE 0.
      *> ------------------- CHARGE ROLL-UP ---------------------------
      *> ONE ENTRY PER COST CENTER, PROGRAM AND CLASS, HELD IN THAT KEY
      *> ORDER AS IT IS BUILT SO THE REPORT AND FEED COME OUT SORTED.
       01  CHB-CHG-MAX                     PIC 9(04) COMP  VALUE 1000.
       01  CHB-CHG-CNT                     PIC 9(04) COMP  VALUE 0.
       01  CHB-CHG-TABLE.
           05  CHB-CHG-ENTRY               OCCURS 1000 TIMES.
               10  CHB-CHG-KEY.
                   15  CHB-CHG-COST-CENTER PIC X(08).
                   15  CHB-CHG-PROGRAM     PIC X(08).
                   15  CHB-CHG-CLASS       PIC X(06).
               10  CHB-CHG-RUNS            PIC 9(07).
               10  CHB-CHG-RECORDS         PIC 9(11).
               10  CHB-CHG-AMOUNT          PIC 9(09)V99.
       01  CHB-CX                          PIC 9(04) COMP  VALUE 0.
       01  CHB-CHG-HIT                     PIC 9(04) COMP  VALUE 0.
       01  CHB-CHG-FOUND-SW                PIC X(01)       VALUE "N".
           88  CHB-CHG-FOUND               VALUE "Y".
      *> ------------------- ONE RUN BEING PRICED ---------------------
       01  CHB-NEW-KEY.
           05  CHB-NEW-COST-CENTER         PIC X(08).
           05  CHB-NEW-PROGRAM             PIC X(08).
           05  CHB-NEW-CLASS               PIC X(06).
               88  CHB-CLASS-NORMAL        VALUE "NORMAL".
               88  CHB-CLASS-RERUN         VALUE "RERUN".
               88  CHB-CLASS-REPLAY        VALUE "REPLAY".
       01  CHB-NEW-RECORDS                 PIC 9(09)       VALUE 0.
       01  CHB-NEW-PER-RUN                 PIC 9(05)V99    VALUE 0.
       01  CHB-NEW-PER-THOUSAND            PIC 9(05)V99    VALUE 0.
       01  CHB-NEW-AMOUNT                  PIC 9(09)V99    VALUE 0.
      *> ------------------- COUNTERS AND TOTALS ----------------------
       01  CHB-LOG-CNT                     PIC 9(07)       VALUE 0.
       01  CHB-MONTH-CNT                   PIC 9(07)       VALUE 0.
       01  CHB-UNOWNED-CNT                 PIC 9(07)       VALUE 0.
       01  CHB-UNRATED-CNT                 PIC 9(07)       VALUE 0.
       01  CHB-CC-RUNS                     PIC 9(07)       VALUE 0.
       01  CHB-CC-RECORDS                  PIC 9(11)       VALUE 0.
       01  CHB-CC-AMOUNT                   PIC 9(09)V99    VALUE 0.
       01  CHB-CC-FAIL-AMOUNT              PIC 9(09)V99    VALUE 0.
       01  CHB-TOT-RUNS                    PIC 9(07)       VALUE 0.
       01  CHB-TOT-RECORDS                 PIC 9(11)       VALUE 0.
       01  CHB-TOT-AMOUNT                  PIC 9(09)V99    VALUE 0.
       01  CHB-TOT-FAIL-AMOUNT             PIC 9(09)V99    VALUE 0.
       01  CHB-PREV-COST-CENTER            PIC X(08)       VALUE SPACES.
      *> ------------------- REPORT AND FEED --------------------------
       01  CHB-RUNS-TXT                    PIC ZZZ,ZZ9.
       01  CHB-RECORDS-TXT                 PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  CHB-AMOUNT-TXT                  PIC ZZZ,ZZZ,ZZ9.99.
       01  CHB-FAIL-TXT                    PIC ZZZ,ZZZ,ZZ9.99.
       01  CHB-CNT-TXT                     PIC ZZZ,ZZ9.
       01  CHB-FEED-RUNS                   PIC 9(07).
       01  CHB-FEED-RECORDS                PIC 9(11).
       01  CHB-FEED-AMOUNT                 PIC 9(09).99.
       01  CHB-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-OWNER THRU 1100-EXIT
               UNTIL CHB-OWN-EOF
           PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
               UNTIL CHB-RATE-EOF
           PERFORM 2000-PRICE-ONE-RUN THRU 2000-EXIT
               UNTIL CHB-LOG-EOF
           IF NOT CHB-HALTED
               PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT CHB-TODAY FROM DATE YYYYMMDD
           PERFORM 1050-RESOLVE-MONTH THRU 1050-EXIT
           OPEN INPUT CHGOWN-FILE
           IF NOT CHB-CHGOWN-OK
               DISPLAY "CHGBACK - UNABLE TO OPEN CHGOWN, STATUS="
                   CHB-CHGOWN-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CHB-CHGOWN-OPENED-SW
           OPEN INPUT CHGRATE-FILE
           IF NOT CHB-CHGRATE-OK
               DISPLAY "CHGBACK - UNABLE TO OPEN CHGRATE, STATUS="
                   CHB-CHGRATE-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CHB-CHGRATE-OPENED-SW
           OPEN INPUT RUNLOG-FILE
           IF NOT CHB-RUNLOG-OK
               DISPLAY "CHGBACK - UNABLE TO OPEN RUNLOG, STATUS="
                   CHB-RUNLOG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CHB-RUNLOG-OPENED-SW
           OPEN OUTPUT CHGRPT-FILE
           IF NOT CHB-CHGRPT-OK
               DISPLAY "CHGBACK - UNABLE TO OPEN CHGRPT, STATUS="
                   CHB-CHGRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CHB-CHGRPT-OPENED-SW
           OPEN OUTPUT CHGFEED-FILE
           IF NOT CHB-CHGFEED-OK
               DISPLAY "CHGBACK - UNABLE TO OPEN CHGFEED, STATUS="
                   CHB-CHGFEED-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CHB-CHGFEED-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-MONTH - THE CHGPRM MONTH WHEN ONE IS GIVEN AND  *
      *  VALID, OTHERWISE THE CALENDAR MONTH BEFORE TODAY'S.          *
      ******************************************************************
       1050-RESOLVE-MONTH.
           MOVE CHB-TODAY-YYYY TO CHB-MONTH-YYYY
           MOVE CHB-TODAY-MM   TO CHB-MONTH-MM
           IF CHB-MONTH-MM = 1
               SUBTRACT 1 FROM CHB-MONTH-YYYY
               MOVE 12 TO CHB-MONTH-MM
           ELSE
               SUBTRACT 1 FROM CHB-MONTH-MM
           END-IF
           OPEN INPUT CHGPRM-FILE
           IF NOT CHB-CHGPRM-OK
               GO TO 1050-EXIT
           END-IF
           READ CHGPRM-FILE
               AT END
                   CLOSE CHGPRM-FILE
                   GO TO 1050-EXIT
           END-READ
           IF CHB-PARM-MONTH IS NUMERIC
               AND CHB-PARM-MONTH (5:2) >= "01"
               AND CHB-PARM-MONTH (5:2) <= "12"
               MOVE CHB-PARM-MONTH-N TO CHB-MONTH
           ELSE
               IF CHB-PARM-MONTH NOT = SPACES
                   DISPLAY "CHGBACK - CHGPRM MONTH " CHB-PARM-MONTH
                       " IS NOT YYYYMM - BILLING " CHB-MONTH
               END-IF
           END-IF
           CLOSE CHGPRM-FILE.
       1050-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-OWNER.
           READ CHGOWN-FILE
               AT END
                   MOVE "Y" TO CHB-OWN-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF CHARGE-OWNER-RECORD = SPACES
               GO TO 1100-EXIT
           END-IF
           IF CHB-OWN-CNT >= CHB-OWN-MAX
               DISPLAY "CHGBACK - MORE THAN " CHB-OWN-MAX
                   " OWNER ROWS ON CHGOWN"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO CHB-OWN-CNT
           MOVE CHO-PROGRAM     TO CHB-OWN-PROGRAM (CHB-OWN-CNT)
           MOVE CHO-FILE-ID     TO CHB-OWN-FILE-ID (CHB-OWN-CNT)
           MOVE CHO-COST-CENTER TO CHB-OWN-COST-CENTER (CHB-OWN-CNT)
           MOVE CHO-OWNER-NAME  TO CHB-OWN-NAME (CHB-OWN-CNT).
       1100-EXIT.
           EXIT.
      *
       1200-LOAD-ONE-RATE.
           READ CHGRATE-FILE
               AT END
                   MOVE "Y" TO CHB-RATE-EOF-SW
                   GO TO 1200-EXIT
           END-READ
           IF CHARGE-RATE-RECORD = SPACES
               GO TO 1200-EXIT
           END-IF
           IF CHR-PER-RUN IS NOT NUMERIC
               OR CHR-PER-THOUSAND IS NOT NUMERIC
               DISPLAY "CHGBACK - RATE ROW FOR '" CHR-PROGRAM
                   "' IS NOT NUMERIC - IGNORED"
               GO TO 1200-EXIT
           END-IF
           IF CHR-PROGRAM = SPACES
               MOVE "Y" TO CHB-HOUSE-RATE-SW
               MOVE CHR-PER-RUN      TO CHB-HOUSE-PER-RUN
               MOVE CHR-PER-THOUSAND TO CHB-HOUSE-PER-THOUSAND
               GO TO 1200-EXIT
           END-IF
           IF CHB-RATE-CNT >= CHB-RATE-MAX
               DISPLAY "CHGBACK - MORE THAN " CHB-RATE-MAX
                   " RATE ROWS ON CHGRATE"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO CHB-RATE-CNT
           MOVE CHR-PROGRAM      TO CHB-RATE-PROGRAM (CHB-RATE-CNT)
           MOVE CHR-PER-RUN      TO CHB-RATE-PER-RUN (CHB-RATE-CNT)
           MOVE CHR-PER-THOUSAND
               TO CHB-RATE-PER-THOUSAND (CHB-RATE-CNT).
       1200-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO CHB-HALTED-SW
           MOVE "Y" TO CHB-OWN-EOF-SW
           MOVE "Y" TO CHB-RATE-EOF-SW
           MOVE "Y" TO CHB-LOG-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-PRICE-ONE-RUN - A RUN-LOG ROW DATED IN THE CHARGE MONTH *
      *  IS CLASSED, OWNED, PRICED AND ADDED TO THE ROLL-UP.          *
      ******************************************************************
       2000-PRICE-ONE-RUN.
           READ RUNLOG-FILE
               AT END
                   MOVE "Y" TO CHB-LOG-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO CHB-LOG-CNT
           IF RNL-RUN-DATE IS NOT NUMERIC
               GO TO 2000-EXIT
           END-IF
           MOVE RNL-RUN-DATE TO CHB-RUN-DATE
           IF CHB-RUN-YYYYMM NOT = CHB-MONTH
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO CHB-MONTH-CNT
           MOVE RNL-PROGRAM TO CHB-NEW-PROGRAM
           PERFORM 2100-CLASS-RUN THRU 2100-EXIT
           IF CHB-HALTED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-FIND-OWNER THRU 2200-EXIT
           PERFORM 2300-PRICE-RUN THRU 2300-EXIT
           PERFORM 2400-ADD-TO-ROLL-UP THRU 2400-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2100-CLASS-RUN - A REPLAYED EXTRACT MAKES A REPLAY; A        *
      *  CHECKPOINT RESTART, OR A PROGRAM ALREADY SEEN ON THE SAME    *
      *  RUN DATE, MAKES A RERUN; ANYTHING ELSE IS THE NORMAL RUN.    *
      ******************************************************************
       2100-CLASS-RUN.
           MOVE 0 TO CHB-SEEN-HIT
           PERFORM 2110-CHECK-ONE-SEEN THRU 2110-EXIT
               VARYING CHB-SX FROM 1 BY 1
               UNTIL CHB-SX > CHB-SEEN-CNT
               OR CHB-SEEN-HIT NOT = 0
           IF CHB-SEEN-HIT = 0
               IF CHB-SEEN-CNT >= CHB-SEEN-MAX
                   DISPLAY "CHGBACK - MORE THAN " CHB-SEEN-MAX
                       " PROGRAM RUN DATES IN THE MONTH"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO CHB-SEEN-CNT
               MOVE RNL-PROGRAM  TO CHB-SEEN-PROGRAM (CHB-SEEN-CNT)
               MOVE RNL-RUN-DATE TO CHB-SEEN-DATE (CHB-SEEN-CNT)
           END-IF
           EVALUATE TRUE
               WHEN RNL-REPLAYED
                   SET CHB-CLASS-REPLAY TO TRUE
               WHEN CHB-SEEN-HIT NOT = 0
                   SET CHB-CLASS-RERUN TO TRUE
               WHEN RNL-RESTART-FROM IS NUMERIC
                   AND RNL-RESTART-FROM > 0
                   SET CHB-CLASS-RERUN TO TRUE
               WHEN OTHER
                   SET CHB-CLASS-NORMAL TO TRUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
       2110-CHECK-ONE-SEEN.
           IF CHB-SEEN-PROGRAM (CHB-SX) = RNL-PROGRAM
               AND CHB-SEEN-DATE (CHB-SX) = RNL-RUN-DATE
               MOVE CHB-SX TO CHB-SEEN-HIT
           END-IF.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-FIND-OWNER - PROGRAM AND FILE-ID FIRST, THEN THE        *
      *  FILE-ID ALONE, THEN THE PROGRAM ALONE; UNCLAIMED RUNS GO TO  *
      *  COST CENTER UNOWNED.                                         *
      ******************************************************************
       2200-FIND-OWNER.
           MOVE 0 TO CHB-OWN-HIT
           IF RNL-FILE-ID NOT = SPACES
               PERFORM 2210-MATCH-PROGRAM-AND-FILE THRU 2210-EXIT
                   VARYING CHB-OX FROM 1 BY 1
                   UNTIL CHB-OX > CHB-OWN-CNT
                   OR CHB-OWN-HIT NOT = 0
               PERFORM 2220-MATCH-FILE-ONLY THRU 2220-EXIT
                   VARYING CHB-OX FROM 1 BY 1
                   UNTIL CHB-OX > CHB-OWN-CNT
                   OR CHB-OWN-HIT NOT = 0
           END-IF
           PERFORM 2230-MATCH-PROGRAM-ONLY THRU 2230-EXIT
               VARYING CHB-OX FROM 1 BY 1
               UNTIL CHB-OX > CHB-OWN-CNT
               OR CHB-OWN-HIT NOT = 0
           IF CHB-OWN-HIT = 0
               MOVE "UNOWNED" TO CHB-NEW-COST-CENTER
               ADD 1 TO CHB-UNOWNED-CNT
           ELSE
               MOVE CHB-OWN-COST-CENTER (CHB-OWN-HIT)
                   TO CHB-NEW-COST-CENTER
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-MATCH-PROGRAM-AND-FILE.
           IF CHB-OWN-PROGRAM (CHB-OX) = RNL-PROGRAM
               AND CHB-OWN-FILE-ID (CHB-OX) = RNL-FILE-ID
               MOVE CHB-OX TO CHB-OWN-HIT
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2220-MATCH-FILE-ONLY.
           IF CHB-OWN-PROGRAM (CHB-OX) = SPACES
               AND CHB-OWN-FILE-ID (CHB-OX) = RNL-FILE-ID
               MOVE CHB-OX TO CHB-OWN-HIT
           END-IF.
       2220-EXIT.
           EXIT.
      *
       2230-MATCH-PROGRAM-ONLY.
           IF CHB-OWN-PROGRAM (CHB-OX) = RNL-PROGRAM
               AND CHB-OWN-FILE-ID (CHB-OX) = SPACES
               MOVE CHB-OX TO CHB-OWN-HIT
           END-IF.
       2230-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2300-PRICE-RUN - THE PROGRAM'S OWN RATE, ELSE THE HOUSE      *
      *  RATE.  VOLUME IS THE RECORDS THE RUN READ, OR THE RECORDS IT *
      *  WROTE FOR A PROGRAM THAT LOGS NO INPUT COUNT.                *
      ******************************************************************
       2300-PRICE-RUN.
           MOVE 0 TO CHB-NEW-RECORDS
           IF RNL-RECORDS-IN IS NUMERIC
               MOVE RNL-RECORDS-IN TO CHB-NEW-RECORDS
           END-IF
           IF CHB-NEW-RECORDS = 0
               AND RNL-RECORDS-OUT IS NUMERIC
               MOVE RNL-RECORDS-OUT TO CHB-NEW-RECORDS
           END-IF
           MOVE 0 TO CHB-RATE-HIT
           PERFORM 2310-MATCH-ONE-RATE THRU 2310-EXIT
               VARYING CHB-RX FROM 1 BY 1
               UNTIL CHB-RX > CHB-RATE-CNT
               OR CHB-RATE-HIT NOT = 0
           EVALUATE TRUE
               WHEN CHB-RATE-HIT NOT = 0
                   MOVE CHB-RATE-PER-RUN (CHB-RATE-HIT)
                       TO CHB-NEW-PER-RUN
                   MOVE CHB-RATE-PER-THOUSAND (CHB-RATE-HIT)
                       TO CHB-NEW-PER-THOUSAND
               WHEN CHB-HOUSE-RATE
                   MOVE CHB-HOUSE-PER-RUN      TO CHB-NEW-PER-RUN
                   MOVE CHB-HOUSE-PER-THOUSAND TO CHB-NEW-PER-THOUSAND
               WHEN OTHER
                   MOVE 0 TO CHB-NEW-PER-RUN
                   MOVE 0 TO CHB-NEW-PER-THOUSAND
                   ADD 1 TO CHB-UNRATED-CNT
           END-EVALUATE
           COMPUTE CHB-NEW-AMOUNT ROUNDED = CHB-NEW-PER-RUN
               + CHB-NEW-RECORDS * CHB-NEW-PER-THOUSAND / 1000.
       2300-EXIT.
           EXIT.
      *
       2310-MATCH-ONE-RATE.
           IF CHB-RATE-PROGRAM (CHB-RX) = RNL-PROGRAM
               MOVE CHB-RX TO CHB-RATE-HIT
           END-IF.
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2400-ADD-TO-ROLL-UP - FIND THE COST CENTER/PROGRAM/CLASS     *
      *  ENTRY, OR OPEN ONE AT ITS PLACE IN KEY ORDER BY SHIFTING THE *
      *  HIGHER ENTRIES DOWN ONE.                                     *
      ******************************************************************
       2400-ADD-TO-ROLL-UP.
           MOVE 0 TO CHB-CHG-HIT
           PERFORM 2410-FIND-PLACE THRU 2410-EXIT
               VARYING CHB-CX FROM 1 BY 1
               UNTIL CHB-CX > CHB-CHG-CNT
               OR CHB-CHG-HIT NOT = 0
           MOVE "N" TO CHB-CHG-FOUND-SW
           IF CHB-CHG-HIT = 0
               MOVE CHB-CX TO CHB-CHG-HIT
           ELSE
               IF CHB-CHG-KEY (CHB-CHG-HIT) = CHB-NEW-KEY
                   MOVE "Y" TO CHB-CHG-FOUND-SW
               END-IF
           END-IF
           IF NOT CHB-CHG-FOUND
               IF CHB-CHG-CNT >= CHB-CHG-MAX
                   DISPLAY "CHGBACK - MORE THAN " CHB-CHG-MAX
                       " COST CENTER/PROGRAM/CLASS LINES"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 2400-EXIT
               END-IF
               PERFORM 2420-SHIFT-ONE-DOWN THRU 2420-EXIT
                   VARYING CHB-CX FROM CHB-CHG-CNT BY -1
                   UNTIL CHB-CX < CHB-CHG-HIT
               ADD 1 TO CHB-CHG-CNT
               MOVE CHB-NEW-KEY TO CHB-CHG-KEY (CHB-CHG-HIT)
               MOVE 0 TO CHB-CHG-RUNS (CHB-CHG-HIT)
               MOVE 0 TO CHB-CHG-RECORDS (CHB-CHG-HIT)
               MOVE 0 TO CHB-CHG-AMOUNT (CHB-CHG-HIT)
           END-IF
           ADD 1 TO CHB-CHG-RUNS (CHB-CHG-HIT)
           ADD CHB-NEW-RECORDS TO CHB-CHG-RECORDS (CHB-CHG-HIT)
           ADD CHB-NEW-AMOUNT  TO CHB-CHG-AMOUNT (CHB-CHG-HIT).
       2400-EXIT.
           EXIT.
      *
       2410-FIND-PLACE.
           IF CHB-CHG-KEY (CHB-CX) NOT < CHB-NEW-KEY
               MOVE CHB-CX TO CHB-CHG-HIT
           END-IF.
       2410-EXIT.
           EXIT.
      *
       2420-SHIFT-ONE-DOWN.
           MOVE CHB-CHG-ENTRY (CHB-CX) TO CHB-CHG-ENTRY (CHB-CX + 1).
       2420-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-WRITE-REPORT - ONE LINE PER ROLL-UP ENTRY, A TOTAL AT   *
      *  EACH COST-CENTER BREAK (NAMING WHAT ITS RERUNS AND REPLAYS   *
      *  COST), AND THE GRAND TOTAL; THE FEED CARRIES THE SAME LINES. *
      ******************************************************************
       3000-WRITE-REPORT.
           MOVE SPACES TO CHB-OUT-LINE
           STRING "CHGBACK - BATCH CHARGEBACK FOR "
               DELIMITED BY SIZE
               CHB-MONTH-YYYY "/" CHB-MONTH-MM DELIMITED BY SIZE
               INTO CHB-OUT-LINE
           END-STRING
           WRITE CHGRPT-RECORD FROM CHB-OUT-LINE
           MOVE SPACES TO CHB-OUT-LINE
           STRING "COST CTR PROGRAM  CLASS     RUNS"
               DELIMITED BY SIZE
               "         RECORDS          CHARGE" DELIMITED BY SIZE
               INTO CHB-OUT-LINE
           END-STRING
           WRITE CHGRPT-RECORD FROM CHB-OUT-LINE
           MOVE SPACES TO CHB-OUT-LINE
           STRING "MONTH|COST-CENTER|PROGRAM|RUN-CLASS|RUNS|RECORDS|"
               DELIMITED BY SIZE
               "CHARGE" DELIMITED BY SIZE
               INTO CHB-OUT-LINE
           END-STRING
           WRITE CHGFEED-RECORD FROM CHB-OUT-LINE
           MOVE SPACES TO CHB-PREV-COST-CENTER
           PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
               VARYING CHB-CX FROM 1 BY 1
               UNTIL CHB-CX > CHB-CHG-CNT
           IF CHB-CHG-CNT > 0
               PERFORM 3200-WRITE-CC-TOTAL THRU 3200-EXIT
           END-IF
           MOVE CHB-TOT-RUNS        TO CHB-RUNS-TXT
           MOVE CHB-TOT-RECORDS     TO CHB-RECORDS-TXT
           MOVE CHB-TOT-AMOUNT      TO CHB-AMOUNT-TXT
           MOVE CHB-TOT-FAIL-AMOUNT TO CHB-FAIL-TXT
           MOVE SPACES TO CHB-OUT-LINE
           STRING "GRAND TOTAL             " DELIMITED BY SIZE
               CHB-RUNS-TXT CHB-RECORDS-TXT "  " CHB-AMOUNT-TXT
               DELIMITED BY SIZE
               "  RERUN/REPLAY " CHB-FAIL-TXT DELIMITED BY SIZE
               INTO CHB-OUT-LINE
           END-STRING
           WRITE CHGRPT-RECORD FROM CHB-OUT-LINE.
       3000-EXIT.
           EXIT.
      *
       3100-WRITE-ONE-ENTRY.
           IF CHB-CHG-COST-CENTER (CHB-CX) NOT = CHB-PREV-COST-CENTER
               IF CHB-CX > 1
                   PERFORM 3200-WRITE-CC-TOTAL THRU 3200-EXIT
               END-IF
               MOVE CHB-CHG-COST-CENTER (CHB-CX)
                   TO CHB-PREV-COST-CENTER
               MOVE 0 TO CHB-CC-RUNS
               MOVE 0 TO CHB-CC-RECORDS
               MOVE 0 TO CHB-CC-AMOUNT
               MOVE 0 TO CHB-CC-FAIL-AMOUNT
           END-IF
           ADD CHB-CHG-RUNS (CHB-CX)    TO CHB-CC-RUNS CHB-TOT-RUNS
           ADD CHB-CHG-RECORDS (CHB-CX)
               TO CHB-CC-RECORDS CHB-TOT-RECORDS
           ADD CHB-CHG-AMOUNT (CHB-CX)
               TO CHB-CC-AMOUNT CHB-TOT-AMOUNT
           IF CHB-CHG-CLASS (CHB-CX) NOT = "NORMAL"
               ADD CHB-CHG-AMOUNT (CHB-CX)
                   TO CHB-CC-FAIL-AMOUNT CHB-TOT-FAIL-AMOUNT
           END-IF
           MOVE CHB-CHG-RUNS (CHB-CX)    TO CHB-RUNS-TXT
           MOVE CHB-CHG-RECORDS (CHB-CX) TO CHB-RECORDS-TXT
           MOVE CHB-CHG-AMOUNT (CHB-CX)  TO CHB-AMOUNT-TXT
           MOVE SPACES TO CHB-OUT-LINE
           STRING CHB-CHG-COST-CENTER (CHB-CX) " " DELIMITED BY SIZE
               CHB-CHG-PROGRAM (CHB-CX) " " DELIMITED BY SIZE
               CHB-CHG-CLASS (CHB-CX) DELIMITED BY SIZE
               CHB-RUNS-TXT CHB-RECORDS-TXT "  " CHB-AMOUNT-TXT
               DELIMITED BY SIZE
               INTO CHB-OUT-LINE
           END-STRING
           WRITE CHGRPT-RECORD FROM CHB-OUT-LINE
           MOVE CHB-CHG-RUNS (CHB-CX)    TO CHB-FEED-RUNS
           MOVE CHB-CHG-RECORDS (CHB-CX) TO CHB-FEED-RECORDS
           MOVE CHB-CHG-AMOUNT (CHB-CX)  TO CHB-FEED-AMOUNT
           MOVE SPACES TO CHB-OUT-LINE
           STRING CHB-MONTH "|" DELIMITED BY SIZE
               CHB-CHG-COST-CENTER (CHB-CX) DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               CHB-CHG-PROGRAM (CHB-CX) DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               CHB-CHG-CLASS (CHB-CX) DELIMITED BY SPACE
               "|" CHB-FEED-RUNS "|" CHB-FEED-RECORDS "|"
               CHB-FEED-AMOUNT DELIMITED BY SIZE
               INTO CHB-OUT-LINE
           END-STRING
           WRITE CHGFEED-RECORD FROM CHB-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
       3200-WRITE-CC-TOTAL.
           MOVE CHB-CC-RUNS        TO CHB-RUNS-TXT
           MOVE CHB-CC-RECORDS     TO CHB-RECORDS-TXT
           MOVE CHB-CC-AMOUNT      TO CHB-AMOUNT-TXT
           MOVE CHB-CC-FAIL-AMOUNT TO CHB-FAIL-TXT
           MOVE 0 TO CHB-OWN-HIT
           PERFORM 3210-MATCH-CC-OWNER THRU 3210-EXIT
               VARYING CHB-OX FROM 1 BY 1
               UNTIL CHB-OX > CHB-OWN-CNT
               OR CHB-OWN-HIT NOT = 0
           MOVE SPACES TO CHB-OUT-LINE
           STRING CHB-PREV-COST-CENTER " TOTAL          "
               DELIMITED BY SIZE
               CHB-RUNS-TXT CHB-RECORDS-TXT "  " CHB-AMOUNT-TXT
               DELIMITED BY SIZE
               "  RERUN/REPLAY " CHB-FAIL-TXT DELIMITED BY SIZE
               INTO CHB-OUT-LINE
           END-STRING
           WRITE CHGRPT-RECORD FROM CHB-OUT-LINE
           IF CHB-OWN-HIT NOT = 0
               AND CHB-OWN-NAME (CHB-OWN-HIT) NOT = SPACES
               MOVE SPACES TO CHB-OUT-LINE
               STRING "         OWNER " DELIMITED BY SIZE
                   CHB-OWN-NAME (CHB-OWN-HIT) DELIMITED BY SIZE
                   INTO CHB-OUT-LINE
               END-STRING
               WRITE CHGRPT-RECORD FROM CHB-OUT-LINE
           END-IF
           MOVE SPACES TO CHB-OUT-LINE
           WRITE CHGRPT-RECORD FROM CHB-OUT-LINE.
       3200-EXIT.
           EXIT.
      *
       3210-MATCH-CC-OWNER.
           IF CHB-OWN-COST-CENTER (CHB-OX) = CHB-PREV-COST-CENTER
               MOVE CHB-OX TO CHB-OWN-HIT
           END-IF.
       3210-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF CHB-HALTED
               DISPLAY "CHGBACK - RUN HALTED - NO CHARGEBACK WRITTEN"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "CHGBACK - " CHB-LOG-CNT " RUN-LOG ROWS READ, "
               CHB-MONTH-CNT " IN " CHB-MONTH ", "
               CHB-CHG-CNT " CHARGE LINES"
           IF CHB-UNOWNED-CNT > 0
               MOVE CHB-UNOWNED-CNT TO CHB-CNT-TXT
               DISPLAY "CHGBACK - " CHB-CNT-TXT
                   " RUNS HAD NO OWNER ROW - BILLED TO UNOWNED"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CHB-UNRATED-CNT > 0
               MOVE CHB-UNRATED-CNT TO CHB-CNT-TXT
               DISPLAY "CHGBACK - " CHB-CNT-TXT
                   " RUNS HAD NO RATE AND NO HOUSE RATE - BILLED ZERO"
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF CHB-CHGOWN-OPENED
               CLOSE CHGOWN-FILE
           END-IF
           IF CHB-CHGRATE-OPENED
               CLOSE CHGRATE-FILE
           END-IF
           IF CHB-RUNLOG-OPENED
               CLOSE RUNLOG-FILE
           END-IF
           IF CHB-CHGRPT-OPENED
               CLOSE CHGRPT-FILE
           END-IF
           IF CHB-CHGFEED-OPENED
               CLOSE CHGFEED-FILE
           END-IF.
