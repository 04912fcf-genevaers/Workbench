      ******************************************************************
      **                                                               *
      **  PROGRAM      PENDREL                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  NIGHTLY RELEASE STEP FOR THE FUTURE-DATED      *
      **      TRANSACTION WAREHOUSE (PENDTREC.cpy, MAINTAINED BY       *
      **      PENDMNT).  RUNS AHEAD OF MRECUPDT AND DOES TWO THINGS,   *
      **      ROLLING THE WAREHOUSE OLD-MASTER/NEW-MASTER (PENDIN TO   *
      **      PENDOUT):                                                *
      **        SETTLE   EVERY ITEM RELEASED ON AN EARLIER NIGHT WHOSE *
      **                 BATCH MRECUPDT HAS SINCE RUN (ITS SOURCE      *
      **                 "PENDREL" ROW ON THE BATCH REGISTER, DD       *
      **                 BCHREG) IS DROPPED IF IT APPLIED, OR PUT BACK *
      **                 AS FAILED WITH ITS REJECT REASON - THE WHOLE  *
      **                 BATCH'S IF THE BATCH WAS REFUSED, OTHERWISE   *
      **                 ITS OWN ROW ON DD TRANREJ, MATCHED BY BATCH   *
      **                 AND POSITION.  A FAILED ITEM IS HELD UNTIL    *
      **                 PENDMNT CHANGES IT BACK TO PENDING OR CANCELS *
      **                 IT.                                           *
      **        RELEASE  EVERY PENDING ITEM IS DUE ON THE FIRST        *
      **                 BUSINESS DAY ON OR AFTER ITS EFFECTIVE DATE - *
      **                 WEEKENDS AND HOLIDAYS ROLL FORWARD ON THE     *
      **                 SHOP CALENDAR (CALWS/CALCK, DD SHOPCAL).      *
      **                 EVERY ITEM DUE ON OR BEFORE THE BUSINESS DATE *
      **                 GOES TO DD TRANFILE AS ONE BATCH UNDER SOURCE *
      **                 "PENDREL" WITH ITS TRANBCTL.cpy HEADER AND    *
      **                 TRAILER, THE NEXT BATCH NUMBER AFTER ANY THE  *
      **                 WAREHOUSE OR THE REGISTER HAS SEEN, AND IS    *
      **                 KEPT AS RELEASED UNTIL A LATER RUN SETTLES    *
      **                 IT.                                           *
      **      THE BUSINESS DATE IS TODAY UNLESS ENVIRONMENT VARIABLE   *
      **      RELDATE GIVES ONE (CCYYMMDD) FOR A RERUN.  WHILE A BATCH *
      **      RELEASED EARLIER HAS NOT YET BEEN THROUGH MRECUPDT,      *
      **      NOTHING NEW IS RELEASED AND TRANFILE IS NOT OPENED, SO   *
      **      THE WAITING BATCH IS NEVER OVERWRITTEN.  EVERY ITEM IS   *
      **      LISTED ON DD RELRPT WITH WHAT HAPPENED TO IT.  THE       *
      **      SUBMITTING ANALYST IS CHECKED AGAINST AUTHTAB AT STARTUP *
      **      (AUTHWS/AUTHCK, FUNCTION PENDREL).                       *
      **                                                               *
      **      RETURN-CODE 04 - ITEMS CAME BACK FAILED, OR THE RELEASE  *
      **      WAS HELD FOR A WAITING BATCH; 16 - A FILE COULD NOT BE   *
      **      OPENED, RELDATE IS NOT A DATE, OR A TABLE OVERFLOWED -   *
      **      DO NOT PROMOTE PENDOUT OR RUN TRANFILE.                  *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   THE MRECUPDT TRANSACTION NOW CARRIES A      *
      **                   STATUS-CHANGE REASON CODE - RELEASED WITH   *
      **                   THE REST OF IT.                             *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE WAREHOUSE, TRANFILE AND TRANREJ ARE RECORD-SEQUENTIAL -
      *> THE MRECUPDT TRANSACTION CARRIES COMP AND COMP-3 FIELDS.
      *> OPTIONAL - AN EMPTY WAREHOUSE IS A VALID STARTING POINT.
           SELECT OPTIONAL PENDIN-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRL-PENDIN-STATUS.
           SELECT PENDOUT-FILE  ASSIGN TO "PENDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRL-PENDOUT-STATUS.
           SELECT TRANFILE-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRL-TRANFILE-STATUS.
           SELECT RELRPT-FILE   ASSIGN TO "RELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRL-RELRPT-STATUS.
      *> OPTIONAL - MRECUPDT'S BATCH REGISTER AND REJECTED
      *> TRANSACTIONS, READ ONLY.  NEITHER EXISTS BEFORE THE FIRST
      *> MRECUPDT RUN.
           SELECT OPTIONAL BCHREG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRL-BCHREG-STATUS.
           SELECT OPTIONAL TRANREJ-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRL-TRANREJ-STATUS.
           SELECT OPTIONAL SHOPCAL-FILE ASSIGN TO "SHOPCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-WS-CAL-STATUS.
      *> THE ANALYST AUTHORIZATION TABLE AND VIOLATION LOG - SEE
      *> AUTHWS.cpy FOR THE STARTUP CHECK THESE SERVE.
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
       FD  PENDIN-FILE.
       01  PENDIN-RECORD                   PIC X(151).
       FD  PENDOUT-FILE.
       01  PENDOUT-RECORD                  PIC X(151).
       FD  TRANFILE-FILE.
       01  PRL-TRAN-RECORD.
           05  PRL-TRAN-ACTION             PIC X(01).
           05  PRL-TRAN-IMAGE              PIC X(37).
           05  PRL-TRAN-REASON             PIC X(02).
      *> THE BATCH HEADER AND TRAILER - SEE TRANBCTL.cpy.
       COPY TRANBCTL.
       FD  RELRPT-FILE.
       01  RELRPT-RECORD                   PIC X(100).
       FD  BCHREG-FILE.
       COPY BCHREGRC.
       FD  TRANREJ-FILE.
       COPY TREJREC.
       FD  SHOPCAL-FILE.
       COPY CALREC.
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
      *> THE SHARED BUSINESS-DAY CALENDAR FIELDS - SEE CALWS.cpy.
       COPY CALWS.
      *> THE WAREHOUSE ITEM BEING WORKED ON.
       COPY PENDTREC.
      *> THE ITEM'S TRANSACTION IMAGE UNDER THE REAL MASTER LAYOUT,
      *> FOR THE TRAILER'S ACCOUNT HASH AND AMOUNT TOTAL.
       COPY MASTERREC
           REPLACING MASTER_REC BY PRL-TRAN-MASTER-REC.
       01  PRL-PENDIN-STATUS               PIC XX.
           88  PRL-PENDIN-OK               VALUE "00" "05".
       01  PRL-PENDOUT-STATUS              PIC XX.
           88  PRL-PENDOUT-OK              VALUE "00".
       01  PRL-TRANFILE-STATUS             PIC XX.
           88  PRL-TRANFILE-OK             VALUE "00".
       01  PRL-RELRPT-STATUS               PIC XX.
           88  PRL-RELRPT-OK               VALUE "00".
       01  PRL-BCHREG-STATUS               PIC XX.
           88  PRL-BCHREG-OK               VALUE "00" "05".
       01  PRL-TRANREJ-STATUS              PIC XX.
           88  PRL-TRANREJ-OK              VALUE "00" "05".
      *> WHETHER EACH FILE IS OPEN AT TERMINATION TIME IS TRACKED HERE
      *> INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  PRL-PENDIN-OPENED-SW            PIC X(01)       VALUE "N".
           88  PRL-PENDIN-OPENED           VALUE "Y".
       01  PRL-PENDOUT-OPENED-SW           PIC X(01)       VALUE "N".
           88  PRL-PENDOUT-OPENED          VALUE "Y".
       01  PRL-TRANFILE-OPENED-SW          PIC X(01)       VALUE "N".
           88  PRL-TRANFILE-OPENED         VALUE "Y".
       01  PRL-RELRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  PRL-RELRPT-OPENED           VALUE "Y".
       01  PRL-IN-EOF-SW                   PIC X(01)       VALUE "N".
           88  PRL-IN-EOF                  VALUE "Y".
       01  PRL-SCAN-EOF-SW                 PIC X(01)       VALUE "N".
           88  PRL-SCAN-EOF                VALUE "Y".
       01  PRL-HALT-SW                     PIC X(01)       VALUE "N".
           88  PRL-HALT                    VALUE "Y".
      *> "Y" WHEN AN EARLIER RELEASE BATCH IS STILL WAITING ON
      *> MRECUPDT - NOTHING NEW GOES OUT TONIGHT.
       01  PRL-HELD-SW                     PIC X(01)       VALUE "N".
           88  PRL-HELD                    VALUE "Y".
       01  PRL-BATCH-OPEN-SW               PIC X(01)       VALUE "N".
           88  PRL-BATCH-OPEN              VALUE "Y".
      *> --------------------- BUSINESS DATE ---------------------------
       01  PRL-RELDATE-X                   PIC X(08)       VALUE SPACES.
       01  PRL-BUS-DATE                    PIC 9(08)       VALUE 0.
       01  PRL-BUS-DATE-R REDEFINES PRL-BUS-DATE.
           05  PRL-BUS-CCYY                PIC 9(04).
           05  PRL-BUS-MM                  PIC 9(02).
           05  PRL-BUS-DD                  PIC 9(02).
       01  PRL-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  PRL-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  PRL-DUE-DATE                    PIC 9(08)       VALUE 0.
       01  PRL-ROLL-CNT                    PIC 9(04) COMP  VALUE 0.
      *> ------------------ UNSETTLED RELEASE BATCHES ------------------
      *> ONE ROW PER BATCH NUMBER HELD BY A RELEASED ITEM ON PENDIN,
      *> WITH WHAT THE REGISTER SAYS BECAME OF IT - "A" APPLIED,
      *> "R" REJECTED WHOLE, SPACE NOT YET SEEN BY MRECUPDT.
       01  PRL-OPEN-MAX                    PIC 9(04) COMP  VALUE 50.
       01  PRL-OPEN-CNT                    PIC 9(04) COMP  VALUE 0.
       01  PRL-OPEN-TAB.
           05  PRL-OPEN-ENTRY              OCCURS 50 TIMES.
               10  PRL-OPEN-BATCH-NO       PIC 9(06).
               10  PRL-OPEN-STATUS         PIC X(01).
               10  PRL-OPEN-REASON         PIC X(30).
       01  PRL-OPEN-IX                     PIC 9(04) COMP  VALUE 0.
       01  PRL-OPEN-FOUND-IDX              PIC 9(04) COMP  VALUE 0.
       01  PRL-FIND-BATCH-NO               PIC 9(06)       VALUE 0.
       01  PRL-HIGH-BATCH-NO               PIC 9(06)       VALUE 0.
       01  PRL-WAIT-BATCH-NO               PIC 9(06)       VALUE 0.
      *> ----------------- REJECTED RELEASED ITEMS ---------------------
      *> THE TRANREJ ROWS FOR THOSE BATCHES, BY BATCH AND POSITION.
       01  PRL-REJ-MAX                     PIC 9(04) COMP  VALUE 2000.
       01  PRL-REJ-CNT                     PIC 9(04)       VALUE 0.
       01  PRL-REJ-OVERFLOW-CNT            PIC 9(05)       VALUE 0.
       01  PRL-REJ-TAB.
           05  PRL-REJ-ENTRY               OCCURS 2000 TIMES.
               10  PRL-REJ-BATCH-NO        PIC 9(06).
               10  PRL-REJ-SEQ             PIC 9(05).
               10  PRL-REJ-REASON          PIC X(40).
       01  PRL-REJ-IX                      PIC 9(04) COMP  VALUE 0.
       01  PRL-REJ-FOUND-IDX               PIC 9(04) COMP  VALUE 0.
       01  PRL-TRJ-BATCH-NO-X              PIC X(06)       VALUE SPACES.
       01  PRL-TRJ-BATCH-NO REDEFINES PRL-TRJ-BATCH-NO-X
                                           PIC 9(06).
      *> ------------------ RELEASE BATCH TOTALS -----------------------
      *> ACCUMULATED THE WAY MRECUPDT PROVES THEM - SEE TRANBCTL.cpy.
       01  PRL-NEW-BATCH-NO                PIC 9(06)       VALUE 0.
       01  PRL-ACC-TRAN-CNT                PIC 9(05)       VALUE 0.
       01  PRL-ACC-ADD-CNT                 PIC 9(05)       VALUE 0.
       01  PRL-ACC-CHANGE-CNT              PIC 9(05)       VALUE 0.
       01  PRL-ACC-DELETE-CNT              PIC 9(05)       VALUE 0.
       01  PRL-ACC-HASH                    PIC 9(15)       COMP-3
                                                           VALUE 0.
       01  PRL-ACC-AMOUNT                  PIC S9(11)V99   COMP-3
                                                           VALUE 0.
       01  PRL-HASH-ACCOUNT                PIC X(09)       VALUE SPACES.
       01  PRL-HASH-ACCOUNT-NUM REDEFINES PRL-HASH-ACCOUNT
                                           PIC 9(09).
      *> --------------------- RUN COUNTERS ----------------------------
       01  PRL-IN-CNT                      PIC 9(05)       VALUE 0.
       01  PRL-OUT-CNT                     PIC 9(05)       VALUE 0.
       01  PRL-RELEASED-CNT                PIC 9(05)       VALUE 0.
       01  PRL-APPLIED-CNT                 PIC 9(05)       VALUE 0.
       01  PRL-FAILED-CNT                  PIC 9(05)       VALUE 0.
       01  PRL-WAITING-CNT                 PIC 9(05)       VALUE 0.
       01  PRL-ACTION-TXT                  PIC X(08)       VALUE SPACES.
       01  PRL-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "PENDREL" TO AUT-WS-FUNCTION
           MOVE "TRANFILE" TO AUT-WS-TARGET
           PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
           IF AUT-WS-DENIED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT PRL-HALT
               PERFORM 1100-NOTE-OPEN-BATCHES THRU 1100-EXIT
           END-IF
           IF NOT PRL-HALT
               PERFORM 1200-SCAN-REGISTER THRU 1200-EXIT
           END-IF
           IF NOT PRL-HALT
               PERFORM 1300-SCAN-REJECTS THRU 1300-EXIT
           END-IF
           IF NOT PRL-HALT
               PERFORM 1400-OPEN-FOR-RELEASE THRU 1400-EXIT
           END-IF
           PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
               UNTIL PRL-IN-EOF
           IF PRL-BATCH-OPEN
               PERFORM 2800-CLOSE-RELEASE-BATCH THRU 2800-EXIT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 4900-POST-RUN-LOG THRU 4900-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - SETTLE THE BUSINESS DATE, LOAD THE SHOP     *
      *  CALENDAR AND OPEN THE LISTING.  THE WAREHOUSE IS READ TWICE - *
      *  ONCE HERE FOR THE BATCHES IT IS WAITING ON, THEN TO ROLL IT.  *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PRL-RUN-TIME FROM TIME
           ACCEPT PRL-RELDATE-X FROM ENVIRONMENT "RELDATE"
           MOVE PRL-RUN-DATE TO PRL-BUS-DATE
           OPEN OUTPUT RELRPT-FILE
           IF NOT PRL-RELRPT-OK
               DISPLAY "PENDREL - UNABLE TO OPEN RELRPT, STATUS="
                   PRL-RELRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PRL-RELRPT-OPENED-SW
           IF PRL-RELDATE-X NOT = SPACES
               IF PRL-RELDATE-X IS NOT NUMERIC
                   DISPLAY "PENDREL - RELDATE IS NOT A DATE: "
                       PRL-RELDATE-X
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
               END-IF
               MOVE PRL-RELDATE-X TO PRL-BUS-DATE
               IF PRL-BUS-MM < 1 OR PRL-BUS-MM > 12
                   OR PRL-BUS-DD < 1 OR PRL-BUS-DD > 31
                   DISPLAY "PENDREL - RELDATE IS NOT A DATE: "
                       PRL-RELDATE-X
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
               END-IF
           END-IF
           PERFORM 8500-LOAD-CALENDAR THRU 8500-EXIT
           MOVE SPACES TO PRL-OUT-LINE
           STRING "FUTURE-DATED TRANSACTION RELEASE  BUSINESS DATE "
               PRL-BUS-DATE "  RUN " PRL-RUN-DATE " " PRL-RUN-TIME
               "  ANALYST " AUT-WS-ANALYST-ID
               DELIMITED BY SIZE INTO PRL-OUT-LINE
           END-STRING
           WRITE RELRPT-RECORD FROM PRL-OUT-LINE
           MOVE SPACES TO RELRPT-RECORD
           WRITE RELRPT-RECORD.
       1000-EXIT.
           EXIT.
      *
       1100-NOTE-OPEN-BATCHES.
           OPEN INPUT PENDIN-FILE
           IF NOT PRL-PENDIN-OK
               DISPLAY "PENDREL - UNABLE TO OPEN PENDIN, STATUS="
                   PRL-PENDIN-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO PRL-SCAN-EOF-SW
           PERFORM 1110-NOTE-ONE-ITEM THRU 1110-EXIT
               UNTIL PRL-SCAN-EOF
           CLOSE PENDIN-FILE.
       1100-EXIT.
           EXIT.
      *
       1110-NOTE-ONE-ITEM.
           READ PENDIN-FILE INTO PENDING-TRAN-RECORD
               AT END
                   MOVE "Y" TO PRL-SCAN-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF NOT PND-RELEASED
               GO TO 1110-EXIT
           END-IF
           IF PND-REL-BATCH-NO > PRL-HIGH-BATCH-NO
               MOVE PND-REL-BATCH-NO TO PRL-HIGH-BATCH-NO
           END-IF
           MOVE PND-REL-BATCH-NO TO PRL-FIND-BATCH-NO
           PERFORM 1500-FIND-OPEN-BATCH THRU 1500-EXIT
           IF PRL-OPEN-FOUND-IDX NOT = 0
               GO TO 1110-EXIT
           END-IF
           IF PRL-OPEN-CNT >= PRL-OPEN-MAX
               DISPLAY "PENDREL - MORE THAN " PRL-OPEN-MAX
                   " UNSETTLED RELEASE BATCHES ON PENDIN"
               MOVE "Y" TO PRL-SCAN-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO PRL-OPEN-CNT
           MOVE PND-REL-BATCH-NO TO PRL-OPEN-BATCH-NO (PRL-OPEN-CNT)
           MOVE SPACE TO PRL-OPEN-STATUS (PRL-OPEN-CNT)
           MOVE SPACES TO PRL-OPEN-REASON (PRL-OPEN-CNT).
       1110-EXIT.
           EXIT.
      *
      *> EVERY "PENDREL" ROW ON THE REGISTER RAISES THE HIGH BATCH
      *> NUMBER, SO A NUMBER IS NEVER REUSED EVEN AFTER ITS ITEMS HAVE
      *> ALL SETTLED OUT OF THE WAREHOUSE.
       1200-SCAN-REGISTER.
           OPEN INPUT BCHREG-FILE
           IF NOT PRL-BCHREG-OK
               DISPLAY "PENDREL - UNABLE TO OPEN BCHREG, STATUS="
                   PRL-BCHREG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO PRL-SCAN-EOF-SW
           PERFORM 1210-SCAN-ONE-REGISTER-ROW THRU 1210-EXIT
               UNTIL PRL-SCAN-EOF
           CLOSE BCHREG-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-SCAN-ONE-REGISTER-ROW.
           READ BCHREG-FILE
               AT END
                   MOVE "Y" TO PRL-SCAN-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           IF BCR-SOURCE NOT = "PENDREL"
               OR BCR-BATCH-NO IS NOT NUMERIC
               GO TO 1210-EXIT
           END-IF
           IF BCR-BATCH-NO > PRL-HIGH-BATCH-NO
               MOVE BCR-BATCH-NO TO PRL-HIGH-BATCH-NO
           END-IF
           MOVE BCR-BATCH-NO TO PRL-FIND-BATCH-NO
           PERFORM 1500-FIND-OPEN-BATCH THRU 1500-EXIT
           IF PRL-OPEN-FOUND-IDX NOT = 0
               MOVE BCR-STATUS TO PRL-OPEN-STATUS (PRL-OPEN-FOUND-IDX)
               MOVE BCR-REASON TO PRL-OPEN-REASON (PRL-OPEN-FOUND-IDX)
           END-IF.
       1210-EXIT.
           EXIT.
      *
       1300-SCAN-REJECTS.
           OPEN INPUT TRANREJ-FILE
           IF NOT PRL-TRANREJ-OK
               DISPLAY "PENDREL - UNABLE TO OPEN TRANREJ, STATUS="
                   PRL-TRANREJ-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO PRL-SCAN-EOF-SW
           PERFORM 1310-SCAN-ONE-REJECT THRU 1310-EXIT
               UNTIL PRL-SCAN-EOF
           CLOSE TRANREJ-FILE
           IF PRL-REJ-OVERFLOW-CNT > 0
               DISPLAY "PENDREL - " PRL-REJ-OVERFLOW-CNT
                   " RELEASE REJECTS EXCEEDED THE IN-MEMORY TABLE - "
                   "CANNOT SETTLE"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-SCAN-ONE-REJECT.
           READ TRANREJ-FILE
               AT END
                   MOVE "Y" TO PRL-SCAN-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           MOVE TRJ-BATCH-NO TO PRL-TRJ-BATCH-NO-X
           IF TRJ-SOURCE NOT = "PENDREL"
               OR PRL-TRJ-BATCH-NO IS NOT NUMERIC
               GO TO 1310-EXIT
           END-IF
           MOVE PRL-TRJ-BATCH-NO TO PRL-FIND-BATCH-NO
           PERFORM 1500-FIND-OPEN-BATCH THRU 1500-EXIT
           IF PRL-OPEN-FOUND-IDX = 0
               GO TO 1310-EXIT
           END-IF
           IF PRL-REJ-CNT >= PRL-REJ-MAX
               ADD 1 TO PRL-REJ-OVERFLOW-CNT
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO PRL-REJ-CNT
           MOVE PRL-TRJ-BATCH-NO TO PRL-REJ-BATCH-NO (PRL-REJ-CNT)
           MOVE TRJ-SEQ TO PRL-REJ-SEQ (PRL-REJ-CNT)
           MOVE TRJ-REASON TO PRL-REJ-REASON (PRL-REJ-CNT).
       1310-EXIT.
           EXIT.
      *
      *> A RELEASE BATCH NOT YET ON THE REGISTER HOLDS TONIGHT'S
      *> RELEASE.  OTHERWISE THE NEW WAREHOUSE, AND TRANFILE ONLY IF
      *> NOT HELD, ARE OPENED AND PENDIN IS REOPENED TO BE ROLLED.
       1400-OPEN-FOR-RELEASE.
           PERFORM 1410-CHECK-ONE-OPEN-BATCH THRU 1410-EXIT
               VARYING PRL-OPEN-IX FROM 1 BY 1
               UNTIL PRL-OPEN-IX > PRL-OPEN-CNT
           OPEN INPUT PENDIN-FILE
           IF NOT PRL-PENDIN-OK
               DISPLAY "PENDREL - UNABLE TO REOPEN PENDIN, STATUS="
                   PRL-PENDIN-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO PRL-PENDIN-OPENED-SW
           OPEN OUTPUT PENDOUT-FILE
           IF NOT PRL-PENDOUT-OK
               DISPLAY "PENDREL - UNABLE TO OPEN PENDOUT, STATUS="
                   PRL-PENDOUT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO PRL-PENDOUT-OPENED-SW
           IF PRL-HELD
               MOVE SPACES TO PRL-OUT-LINE
               STRING "RELEASE HELD - BATCH " PRL-WAIT-BATCH-NO
                   " HAS NOT YET BEEN THROUGH MRECUPDT"
                   DELIMITED BY SIZE INTO PRL-OUT-LINE
               END-STRING
               WRITE RELRPT-RECORD FROM PRL-OUT-LINE
               MOVE SPACES TO RELRPT-RECORD
               WRITE RELRPT-RECORD
               GO TO 1400-EXIT
           END-IF
           OPEN OUTPUT TRANFILE-FILE
           IF NOT PRL-TRANFILE-OK
               DISPLAY "PENDREL - UNABLE TO OPEN TRANFILE, STATUS="
                   PRL-TRANFILE-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO PRL-TRANFILE-OPENED-SW
           COMPUTE PRL-NEW-BATCH-NO = PRL-HIGH-BATCH-NO + 1.
       1400-EXIT.
           EXIT.
      *
       1410-CHECK-ONE-OPEN-BATCH.
           IF PRL-OPEN-STATUS (PRL-OPEN-IX) = SPACE
               MOVE "Y" TO PRL-HELD-SW
               MOVE PRL-OPEN-BATCH-NO (PRL-OPEN-IX)
                   TO PRL-WAIT-BATCH-NO
           END-IF.
       1410-EXIT.
           EXIT.
      *
       1500-FIND-OPEN-BATCH.
           MOVE 0 TO PRL-OPEN-FOUND-IDX
           PERFORM 1510-MATCH-ONE-OPEN-BATCH THRU 1510-EXIT
               VARYING PRL-OPEN-IX FROM 1 BY 1
               UNTIL PRL-OPEN-IX > PRL-OPEN-CNT
                   OR PRL-OPEN-FOUND-IDX NOT = 0.
       1500-EXIT.
           EXIT.
      *
       1510-MATCH-ONE-OPEN-BATCH.
           IF PRL-OPEN-BATCH-NO (PRL-OPEN-IX) = PRL-FIND-BATCH-NO
               MOVE PRL-OPEN-IX TO PRL-OPEN-FOUND-IDX
           END-IF.
       1510-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO PRL-HALT-SW
           MOVE "Y" TO PRL-IN-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-PROCESS-ONE-ITEM - SETTLE A RELEASED ITEM, RELEASE A     *
      *  PENDING ONE THAT HAS FALLEN DUE, AND ROLL WHAT REMAINS TO     *
      *  PENDOUT.                                                      *
      ******************************************************************
       2000-PROCESS-ONE-ITEM.
           READ PENDIN-FILE INTO PENDING-TRAN-RECORD
               AT END
                   MOVE "Y" TO PRL-IN-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO PRL-IN-CNT
           MOVE SPACES TO PRL-ACTION-TXT
           EVALUATE TRUE
               WHEN PND-RELEASED
                   PERFORM 2100-SETTLE-ITEM THRU 2100-EXIT
               WHEN PND-PENDING
                   PERFORM 2200-RELEASE-IF-DUE THRU 2200-EXIT
               WHEN OTHER
                   MOVE "HELD" TO PRL-ACTION-TXT
           END-EVALUATE
           PERFORM 2900-LIST-ITEM THRU 2900-EXIT
           IF PRL-ACTION-TXT = "APPLIED"
               GO TO 2000-EXIT
           END-IF
           WRITE PENDOUT-RECORD FROM PENDING-TRAN-RECORD
           ADD 1 TO PRL-OUT-CNT.
       2000-EXIT.
           EXIT.
      *
       2100-SETTLE-ITEM.
           MOVE PND-REL-BATCH-NO TO PRL-FIND-BATCH-NO
           PERFORM 1500-FIND-OPEN-BATCH THRU 1500-EXIT
           IF PRL-OPEN-STATUS (PRL-OPEN-FOUND-IDX) = SPACE
               MOVE "WAITING" TO PRL-ACTION-TXT
               ADD 1 TO PRL-WAITING-CNT
               GO TO 2100-EXIT
           END-IF
           IF PRL-OPEN-STATUS (PRL-OPEN-FOUND-IDX) NOT = "A"
               MOVE PRL-OPEN-REASON (PRL-OPEN-FOUND-IDX) TO PND-REASON
               PERFORM 2150-FAIL-ITEM THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE 0 TO PRL-REJ-FOUND-IDX
           PERFORM 2110-MATCH-ONE-REJECT THRU 2110-EXIT
               VARYING PRL-REJ-IX FROM 1 BY 1
               UNTIL PRL-REJ-IX > PRL-REJ-CNT
                   OR PRL-REJ-FOUND-IDX NOT = 0
           IF PRL-REJ-FOUND-IDX NOT = 0
               MOVE PRL-REJ-REASON (PRL-REJ-FOUND-IDX) TO PND-REASON
               PERFORM 2150-FAIL-ITEM THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE "APPLIED" TO PRL-ACTION-TXT
           ADD 1 TO PRL-APPLIED-CNT.
       2100-EXIT.
           EXIT.
      *
       2110-MATCH-ONE-REJECT.
           IF PRL-REJ-BATCH-NO (PRL-REJ-IX) = PND-REL-BATCH-NO
               AND PRL-REJ-SEQ (PRL-REJ-IX) = PND-REL-SEQ
               MOVE PRL-REJ-IX TO PRL-REJ-FOUND-IDX
           END-IF.
       2110-EXIT.
           EXIT.
      *
       2150-FAIL-ITEM.
           MOVE "F" TO PND-STATUS
           MOVE "FAILED" TO PRL-ACTION-TXT
           ADD 1 TO PRL-FAILED-CNT.
       2150-EXIT.
           EXIT.
      *
      *> THE DUE DATE IS THE EFFECTIVE DATE ROLLED FORWARD TO A
      *> BUSINESS DAY - A YEAR OF NON-WORKING DAYS MEANS A BROKEN
      *> CALENDAR, SO THE ROLL STOPS THERE RATHER THAN LOOP.
       2200-RELEASE-IF-DUE.
           MOVE PND-EFF-DATE TO CAL-WS-STEP-DATE
           MOVE 0 TO PRL-ROLL-CNT
           MOVE "N" TO CAL-WS-BUSDAY-SW
           PERFORM 2210-ROLL-ONE-DAY THRU 2210-EXIT
               UNTIL CAL-WS-BUSINESS-DAY OR PRL-ROLL-CNT > 366
           MOVE CAL-WS-STEP-DATE TO PRL-DUE-DATE
           IF PRL-DUE-DATE > PRL-BUS-DATE
               MOVE "PENDING" TO PRL-ACTION-TXT
               GO TO 2200-EXIT
           END-IF
           IF PRL-HELD
               MOVE "DUE-HELD" TO PRL-ACTION-TXT
               GO TO 2200-EXIT
           END-IF
           IF NOT PRL-BATCH-OPEN
               PERFORM 2700-OPEN-RELEASE-BATCH THRU 2700-EXIT
           END-IF
           ADD 1 TO PRL-ACC-TRAN-CNT
           EVALUATE PND-TRAN-ACTION
               WHEN "A"
                   ADD 1 TO PRL-ACC-ADD-CNT
               WHEN "C"
                   ADD 1 TO PRL-ACC-CHANGE-CNT
               WHEN "D"
                   ADD 1 TO PRL-ACC-DELETE-CNT
           END-EVALUATE
           MOVE PND-TRAN-IMAGE TO PRL-TRAN-MASTER-REC
           MOVE ACCOUNT_NO OF PRL-TRAN-MASTER-REC TO PRL-HASH-ACCOUNT
           IF PRL-HASH-ACCOUNT IS NUMERIC
               ADD PRL-HASH-ACCOUNT-NUM TO PRL-ACC-HASH
           END-IF
           IF AMOUNT OF PRL-TRAN-MASTER-REC IS NUMERIC
               ADD AMOUNT OF PRL-TRAN-MASTER-REC TO PRL-ACC-AMOUNT
           END-IF
           WRITE PRL-TRAN-RECORD FROM PND-TRAN
           MOVE "R" TO PND-STATUS
           MOVE PRL-DUE-DATE TO PND-DUE-DATE
           MOVE PRL-NEW-BATCH-NO TO PND-REL-BATCH-NO
           MOVE PRL-ACC-TRAN-CNT TO PND-REL-SEQ
           MOVE SPACES TO PND-REASON
           MOVE "RELEASED" TO PRL-ACTION-TXT
           ADD 1 TO PRL-RELEASED-CNT.
       2200-EXIT.
           EXIT.
      *
       2210-ROLL-ONE-DAY.
           MOVE CAL-WS-STEP-DATE TO CAL-WS-DATE
           PERFORM 8510-IS-BUSINESS-DAY THRU 8510-EXIT
           IF NOT CAL-WS-BUSINESS-DAY
               PERFORM 8530-NEXT-CALENDAR-DAY THRU 8530-EXIT
               ADD 1 TO PRL-ROLL-CNT
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2700-OPEN-RELEASE-BATCH.
           MOVE "Y" TO PRL-BATCH-OPEN-SW
           MOVE SPACES TO TRAN-BATCH-HEADER
           MOVE "H" TO TBH-RECORD-TYPE
           MOVE "PENDREL" TO TBH-SOURCE
           MOVE PRL-NEW-BATCH-NO TO TBH-BATCH-NO
           MOVE PRL-BUS-DATE TO TBH-BATCH-DATE
           WRITE TRAN-BATCH-HEADER.
       2700-EXIT.
           EXIT.
      *
       2800-CLOSE-RELEASE-BATCH.
           MOVE SPACES TO TRAN-BATCH-TRAILER
           MOVE "T" TO TBT-RECORD-TYPE
           MOVE PRL-ACC-TRAN-CNT TO TBT-TRAN-CNT
           MOVE PRL-ACC-ADD-CNT TO TBT-ADD-CNT
           MOVE PRL-ACC-CHANGE-CNT TO TBT-CHANGE-CNT
           MOVE PRL-ACC-DELETE-CNT TO TBT-DELETE-CNT
           MOVE PRL-ACC-HASH TO TBT-ACCOUNT-HASH
           MOVE PRL-ACC-AMOUNT TO TBT-AMOUNT-TOTAL
           WRITE TRAN-BATCH-TRAILER
           MOVE SPACES TO RELRPT-RECORD
           WRITE RELRPT-RECORD
           MOVE SPACES TO PRL-OUT-LINE
           STRING "RELEASE BATCH PENDREL " PRL-NEW-BATCH-NO
               " WRITTEN TO TRANFILE - " PRL-ACC-TRAN-CNT
               " TRANSACTIONS"
               DELIMITED BY SIZE INTO PRL-OUT-LINE
           END-STRING
           WRITE RELRPT-RECORD FROM PRL-OUT-LINE.
       2800-EXIT.
           EXIT.
      *
       2900-LIST-ITEM.
           MOVE SPACES TO PRL-OUT-LINE
           STRING PRL-ACTION-TXT " ITEM " PND-ITEM-NO " EFF "
               PND-EFF-DATE " " PND-TRAN-ACTION
               DELIMITED BY SIZE INTO PRL-OUT-LINE
           END-STRING
           EVALUATE PRL-ACTION-TXT
               WHEN "RELEASED"
               WHEN "WAITING"
               WHEN "APPLIED"
                   MOVE SPACES TO PRL-OUT-LINE (37:)
                   STRING " DUE " PND-DUE-DATE " BATCH "
                       PND-REL-BATCH-NO " SEQ " PND-REL-SEQ
                       DELIMITED BY SIZE INTO PRL-OUT-LINE (37:)
                   END-STRING
               WHEN "FAILED"
               WHEN "HELD"
                   MOVE SPACES TO PRL-OUT-LINE (37:)
                   STRING " - " PND-REASON
                       DELIMITED BY SIZE INTO PRL-OUT-LINE (37:)
                   END-STRING
               WHEN "PENDING"
               WHEN "DUE-HELD"
                   MOVE SPACES TO PRL-OUT-LINE (37:)
                   STRING " DUE " PRL-DUE-DATE
                       DELIMITED BY SIZE INTO PRL-OUT-LINE (37:)
                   END-STRING
           END-EVALUATE
           WRITE RELRPT-RECORD FROM PRL-OUT-LINE.
       2900-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "PENDREL - " PRL-IN-CNT " ITEMS READ, "
               PRL-RELEASED-CNT " RELEASED, " PRL-APPLIED-CNT
               " APPLIED, " PRL-FAILED-CNT " FAILED, "
               PRL-WAITING-CNT " WAITING, " PRL-OUT-CNT " KEPT"
           IF PRL-HALT
               GO TO 4000-EXIT
           END-IF
           IF PRL-FAILED-CNT > 0 OR PRL-HELD
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4900-POST-RUN-LOG.
           MOVE "PENDREL" TO RNL-WS-PROGRAM
           MOVE PRL-IN-CNT TO RNL-WS-RECORDS-IN
           MOVE PRL-RELEASED-CNT TO RNL-WS-RECORDS-OUT
           MOVE PRL-FAILED-CNT TO RNL-WS-RECORDS-SUSP
           COMPUTE RNL-WS-TABLE-PEAK (1) =
               PRL-REJ-CNT + PRL-REJ-OVERFLOW-CNT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       4900-EXIT.
           EXIT.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *
      *> SHARED BUSINESS-DAY CALENDAR PARAGRAPHS - SEE CALCK.cpy.
       COPY CALCK.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF PRL-PENDIN-OPENED
               CLOSE PENDIN-FILE
           END-IF
           IF PRL-PENDOUT-OPENED
               CLOSE PENDOUT-FILE
           END-IF
           IF PRL-TRANFILE-OPENED
               CLOSE TRANFILE-FILE
           END-IF
           IF PRL-RELRPT-OPENED
               CLOSE RELRPT-FILE
           END-IF.
