      ******************************************************************
      **                                                              *
      **  PROGRAM      CCBSTDCK                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/14                                      *
      **                                                               *
      **  DESCRIPTION.  COPYBOOK CODING-STANDARDS CHECK, RUN BETWEEN   *
      **      CCBTRIG AND THE CCB2LR IMPORTS IT QUEUES.  EVERY MEMBER  *
      **      ON DD CCBQUEUE IS READ FROM THE COPYBOOK LIBRARY (ENV/DD *
      **      CPYLIB, THE SAME LIBRARY CCB2LR READS) AND EACH OF ITS   *
      **      DATA DESCRIPTION ENTRIES IS GRADED AGAINST THE SHOP'S    *
      **      RULE TABLE (DD STDRULE, STDRULREC LAYOUT).  A MEMBER     *
      **      WITH ANY ERROR-SEVERITY FINDING IS HELD - WRITTEN TO DD  *
      **      CCBHOLD INSTEAD OF THE PASSED QUEUE, DD CCBSTDQ, THAT    *
      **      THE SCHEDULER NOW LOOPS OVER FOR CCB2LR.  EVERY FINDING  *
      **      IS LISTED ON DD STDRPT UNDER ITS MEMBER AND THE ANALYST  *
      **      WHO CHECKED IT IN (FROM THE CHECK-IN MANIFEST, DD        *
      **      CPYCKIN), AND A MEMBER WITH FINDINGS FILES A NOTICE ON   *
      **      THE SHARED ALERT FEED (DD CCBALERT) ADDRESSED TO THAT    *
      **      ANALYST, SO THE MAIL STEP DELIVERS THE REPORT TO THE     *
      **      PERSON WHO CAN CORRECT IT.  A HELD MEMBER RE-ENTERS THE  *
      **      QUEUE WHEN THE CORRECTED COPY IS CHECKED IN AGAIN.       *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/14 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCBSTDCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCBQUEUE-FILE ASSIGN TO "CCBQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSK-CCBQUEUE-STATUS.
           SELECT STDRULE-FILE  ASSIGN TO "STDRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSK-STDRULE-STATUS.
      *> OPTIONAL - WITHOUT THE MANIFEST EVERY FINDING GOES TO THE
      *> CCBANALYST ON THE RUN, THE SAME FALLBACK CCB2LR USES.
           SELECT OPTIONAL CPYCKIN-FILE ASSIGN TO "CPYCKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSK-CPYCKIN-STATUS.
      *> RESOLVED AT RUN TIME FROM CSK-CPYIN-PATH - ONE MEMBER OF THE
      *> CONFIGURED COPYBOOK LIBRARY (ENV/DD CPYLIB) AT A TIME.
           SELECT CPYIN-FILE    ASSIGN DYNAMIC CSK-CPYIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSK-CPYIN-STATUS.
           SELECT CCBSTDQ-FILE  ASSIGN TO "CCBSTDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSK-CCBSTDQ-STATUS.
           SELECT CCBHOLD-FILE  ASSIGN TO "CCBHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSK-CCBHOLD-STATUS.
           SELECT STDRPT-FILE   ASSIGN TO "STDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSK-STDRPT-STATUS.
      *> PERSISTENT ACROSS RUNS - EVERY NOTICE APPENDS ITS OWN ROW
      *> RATHER THAN REPLACING WHAT IS ALREADY ON FILE.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "CCBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSK-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CCBQUEUE-FILE.
       01  QUEUE-RECORD                    PIC X(30).
       FD  STDRULE-FILE.
       COPY STDRULREC.
       FD  CPYCKIN-FILE.
       COPY CPYCKINREC.
       FD  CPYIN-FILE.
       01  CPYIN-RECORD                    PIC X(80).
       FD  CCBSTDQ-FILE.
       01  PASSED-QUEUE-RECORD             PIC X(30).
       FD  CCBHOLD-FILE.
       01  HELD-QUEUE-RECORD               PIC X(30).
       FD  STDRPT-FILE.
       01  STDRPT-RECORD                   PIC X(100).
       FD  ALERT-FILE.
       COPY CCBALERT.
       WORKING-STORAGE SECTION.
       01  CSK-CCBQUEUE-STATUS             PIC XX.
           88  CSK-CCBQUEUE-OK             VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE STATUS TO "10", SO WHETHER
      *> THE FILE IS STILL OPEN AT TERMINATION TIME IS TRACKED HERE
      *> INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  CSK-CCBQUEUE-OPENED-SW          PIC X(01)       VALUE "N".
           88  CSK-CCBQUEUE-OPENED         VALUE "Y".
       01  CSK-STDRULE-STATUS              PIC XX.
           88  CSK-STDRULE-OK              VALUE "00".
       01  CSK-CPYCKIN-STATUS              PIC XX.
           88  CSK-CPYCKIN-OK              VALUE "00".
       01  CSK-CPYIN-STATUS                PIC XX.
           88  CSK-CPYIN-OK                VALUE "00".
       01  CSK-CCBSTDQ-STATUS              PIC XX.
       01  CSK-CCBHOLD-STATUS              PIC XX.
       01  CSK-STDRPT-STATUS               PIC XX.
      *> SAME REASONING AS CSK-CCBQUEUE-OPENED-SW ABOVE - ALL FOUR
      *> OUTPUTS ARE OPENED TOGETHER, ONCE THE INPUTS HAVE PROVED OUT.
       01  CSK-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  CSK-OUTPUTS-OPENED          VALUE "Y".
       01  CSK-ALERT-STATUS                PIC XX.
           88  CSK-ALERT-NOT-FOUND         VALUE "35".
       01  CSK-QUEUE-EOF-SW                PIC X(01)       VALUE "N".
           88  CSK-QUEUE-EOF               VALUE "Y".
       01  CSK-RULE-EOF-SW                 PIC X(01)       VALUE "N".
           88  CSK-RULE-EOF                VALUE "Y".
       01  CSK-CKIN-EOF-SW                 PIC X(01)       VALUE "N".
           88  CSK-CKIN-EOF                VALUE "Y".
       01  CSK-CPYIN-EOF-SW                PIC X(01)       VALUE "N".
           88  CSK-CPYIN-EOF               VALUE "Y".
       01  CSK-CPYLIB-DIR                  PIC X(60)       VALUE SPACES.
       01  CSK-CPYIN-PATH                  PIC X(100)      VALUE SPACES.
       01  CSK-MEMBER-NAME                 PIC X(30)       VALUE SPACES.
       01  CSK-RUN-ANALYST-ID              PIC X(10)       VALUE SPACES.
       01  CSK-MEMBER-ANALYST              PIC X(10)       VALUE SPACES.
       01  CSK-OPS-DIST-LIST               PIC X(20)       VALUE SPACES.
       01  CSK-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  CSK-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  CSK-LINE-NO                     PIC 9(06)       VALUE 0.
      *> ------------------- RULE TABLE ------------------------------
       01  CSK-RUL-TAB.
           05  CSK-RUL-ENTRY               OCCURS 20 TIMES.
               10  CSK-RUL-ID               PIC X(08).
               10  CSK-RUL-SEVERITY         PIC X(01).
               10  CSK-RUL-LIMIT            PIC 9(03).
       01  CSK-RUL-TOP                     PIC 9(02)       VALUE 0.
       01  CSK-RUL-IDX                     PIC 9(02).
       01  CSK-RUL-FOUND-IDX               PIC 9(02)       VALUE 0.
       01  CSK-RUL-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
      *> ---------------- CHECK-IN MANIFEST TABLE ----------------------
      *> MEMBER TO SUBMITTING ANALYST; A MEMBER CHECKED IN MORE THAN
      *> ONCE KEEPS ITS LATEST ANALYST.
       01  CSK-CKI-TAB.
           05  CSK-CKI-ENTRY               OCCURS 500 TIMES.
               10  CSK-CKI-MEMBER           PIC X(30).
               10  CSK-CKI-TS               PIC 9(14).
               10  CSK-CKI-ANALYST          PIC X(10).
       01  CSK-CKI-TOP                     PIC 9(03)       VALUE 0.
       01  CSK-CKI-IDX                     PIC 9(03).
       01  CSK-CKI-FOUND-IDX               PIC 9(03)       VALUE 0.
       01  CSK-CKI-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
      *> ------------------ ONE SOURCE LINE ----------------------------
       01  CSK-SRC-LINE                    PIC X(80).
       01  CSK-SRC-LINE-R REDEFINES CSK-SRC-LINE.
           05  CSK-SRC-SEQ-AREA             PIC X(06).
           05  CSK-SRC-INDICATOR            PIC X(01).
           05  FILLER                       PIC X(73).
       01  CSK-SEQ-IDX                     PIC 9(02).
       01  CSK-SEQ-AREA-SW                 PIC X(01)       VALUE "Y".
           88  CSK-SEQ-AREA-OK             VALUE "Y".
      *> TOKENS ARE WIDER THAN THE 30-CHARACTER NAME LIMIT SO AN
      *> OVERLONG NAME ARRIVES WHOLE AND CAN BE MEASURED.
       01  CSK-RAW-TOKEN-TAB.
           05  CSK-RAW-TOKEN               PIC X(40)   OCCURS 16.
       01  CSK-RAW-IDX                     PIC 9(02).
       01  CSK-TOK-LEN                     PIC 9(02)       VALUE 0.
      *> -------------- ONE DATA DESCRIPTION ENTRY ---------------------
      *> TOKENS GATHERED ACROSS AS MANY LINES AS THE ENTRY SPANS, UP
      *> TO ITS CLOSING PERIOD, SO A VALUE OR PICTURE CODED ON A
      *> CONTINUATION LINE IS STILL SEEN WITH ITS ENTRY.  WORDS PAST
      *> THE FORTIETH (A LONG VALUES LIST) ARE NOT NEEDED AND DROPPED.
       01  CSK-STM-TAB.
           05  CSK-STM-TOK                 PIC X(40)   OCCURS 40.
       01  CSK-STM-CNT                     PIC 9(02)       VALUE 0.
       01  CSK-STM-IDX                     PIC 9(02).
       01  CSK-STM-LINE-NO                 PIC 9(06)       VALUE 0.
       01  CSK-STM-ENDED-SW                PIC X(01)       VALUE "N".
           88  CSK-STM-ENDED               VALUE "Y".
       01  CSK-ENT-LEVEL                   PIC 9(02)       VALUE 0.
       01  CSK-ENT-NAME                    PIC X(40)       VALUE SPACES.
       01  CSK-ENT-PICTURE                 PIC X(40)       VALUE SPACES.
       01  CSK-ENT-USAGE                   PIC X(10)       VALUE SPACES.
       01  CSK-ENT-CLAUSE-START            PIC 9(02)       VALUE 0.
       01  CSK-ENT-VALUE-SW                PIC X(01)       VALUE "N".
           88  CSK-ENT-HAS-VALUE           VALUE "Y".
       01  CSK-ENT-NAMED-SW                PIC X(01)       VALUE "N".
           88  CSK-ENT-NAMED               VALUE "Y".
       01  CSK-ENT-GROUP-SW                PIC X(01)       VALUE "N".
           88  CSK-ENT-IS-GROUP            VALUE "Y".
       01  CSK-EXPECT-PIC-SW               PIC X(01)       VALUE "N".
           88  CSK-EXPECT-PIC              VALUE "Y".
      *> ---------------- PICTURE SCAN WORK AREAS ---------------------
       01  CSK-PIC-IDX                     PIC 9(02).
       01  CSK-PIC-CHAR                    PIC X(01).
       01  CSK-PIC-LAST                    PIC X(01).
       01  CSK-PIC-DIGITS                  PIC 9(03)       VALUE 0.
       01  CSK-PIC-REPEAT                  PIC 9(03)       VALUE 0.
       01  CSK-PIC-DIGIT-VAL               PIC 9(01)       VALUE 0.
       01  CSK-PIC-HALF                    PIC 9(03)       VALUE 0.
       01  CSK-PIC-ODD                     PIC 9(01)       VALUE 0.
       01  CSK-PIC-IN-PAREN-SW             PIC X(01)       VALUE "N".
           88  CSK-PIC-IN-PAREN            VALUE "Y".
       01  CSK-PIC-NUMERIC-SW              PIC X(01)       VALUE "Y".
           88  CSK-PIC-IS-NUMERIC          VALUE "Y".
       01  CSK-NAME-UPPER                  PIC X(40).
       01  CSK-NAME-LEN                    PIC 9(02)       VALUE 0.
       01  CSK-NAME-LIMIT                  PIC 9(03)       VALUE 0.
      *> ---------------- OPEN GROUP STACK ---------------------------
      *> ONE ENTRY PER GROUP STILL OPEN ABOVE THE CURRENT ENTRY, WITH
      *> COUNTS OF ITS ITEMS AND OF THE NAMED (NON-FILLER) ONES AMONG
      *> THEM, AND ANY USAGE IT STATED FOR ITS CHILDREN TO INHERIT.
       01  CSK-GRP-TAB.
           05  CSK-GRP-ENTRY               OCCURS 50 TIMES.
               10  CSK-GRP-LEVEL            PIC 9(02).
               10  CSK-GRP-NAME             PIC X(40).
               10  CSK-GRP-LINE-NO          PIC 9(06).
               10  CSK-GRP-USAGE            PIC X(10).
               10  CSK-GRP-CHILD-CNT        PIC 9(04).
               10  CSK-GRP-NAMED-CNT        PIC 9(04).
       01  CSK-GRP-TOP                     PIC 9(02)       VALUE 0.
      *> ------------------- ONE FINDING ------------------------------
       01  CSK-FND-RULE                    PIC X(08)       VALUE SPACES.
       01  CSK-FND-NAME                    PIC X(40)       VALUE SPACES.
       01  CSK-FND-LINE-NO                 PIC 9(06)       VALUE 0.
       01  CSK-FND-TEXT                    PIC X(50)       VALUE SPACES.
       01  CSK-FND-SEV-TXT                 PIC X(07)       VALUE SPACES.
      *> ------------------- COUNTS -----------------------------------
       01  CSK-MBR-ERROR-CNT               PIC 9(04)       VALUE 0.
       01  CSK-MBR-WARN-CNT                PIC 9(04)       VALUE 0.
       01  CSK-MEMBER-CNT                  PIC 9(05)       VALUE 0.
       01  CSK-PASSED-CNT                  PIC 9(05)       VALUE 0.
       01  CSK-HELD-CNT                    PIC 9(05)       VALUE 0.
       01  CSK-LINE-TXT                    PIC ZZZZZ9.
       01  CSK-CNT-TXT                     PIC ZZZ9.
       01  CSK-CNT2-TXT                    PIC ZZZ9.
       01  CSK-NUM-TXT                     PIC ZZ9.
       01  CSK-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-MEMBER THRU 2000-EXIT
               UNTIL CSK-QUEUE-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - THE RULE TABLE IS REQUIRED: GRADING AGAINST *
      *  AN EMPTY TABLE WOULD PASS EVERY MEMBER AND SAY NOTHING, SO A  *
      *  MISSING OR EMPTY STDRULE STOPS THE RUN BEFORE ANY QUEUE IS    *
      *  WRITTEN, LEAVING THE SCHEDULER NOTHING HALF-GRADED TO IMPORT. *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CSK-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CSK-RUN-TIME FROM TIME
           ACCEPT CSK-CPYLIB-DIR FROM ENVIRONMENT "CPYLIB"
           IF CSK-CPYLIB-DIR = SPACES
               MOVE "." TO CSK-CPYLIB-DIR
           END-IF
           ACCEPT CSK-RUN-ANALYST-ID FROM ENVIRONMENT "CCBANALYST"
           IF CSK-RUN-ANALYST-ID = SPACES
               MOVE "UNKNOWN" TO CSK-RUN-ANALYST-ID
           END-IF
           ACCEPT CSK-OPS-DIST-LIST FROM ENVIRONMENT "CCBOPSDIST"
           IF CSK-OPS-DIST-LIST = SPACES
               MOVE "OPS-COBOL-ALERTS" TO CSK-OPS-DIST-LIST
           END-IF
           OPEN INPUT STDRULE-FILE
           IF NOT CSK-STDRULE-OK
               DISPLAY "CCBSTDCK - UNABLE TO OPEN STDRULE, STATUS="
                   CSK-STDRULE-STATUS
               MOVE "Y" TO CSK-QUEUE-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
               UNTIL CSK-RULE-EOF
           CLOSE STDRULE-FILE
           IF CSK-RUL-TOP = 0
               DISPLAY "CCBSTDCK - STDRULE HOLDS NO RULES"
               MOVE "Y" TO CSK-QUEUE-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-MANIFEST THRU 1200-EXIT
           OPEN INPUT CCBQUEUE-FILE
           IF NOT CSK-CCBQUEUE-OK
               DISPLAY "CCBSTDCK - UNABLE TO OPEN CCBQUEUE, STATUS="
                   CSK-CCBQUEUE-STATUS
               MOVE "Y" TO CSK-QUEUE-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CSK-CCBQUEUE-OPENED-SW
           OPEN OUTPUT CCBSTDQ-FILE
           OPEN OUTPUT CCBHOLD-FILE
           OPEN OUTPUT STDRPT-FILE
           MOVE "Y" TO CSK-OUTPUTS-OPENED-SW
           OPEN EXTEND ALERT-FILE
           IF CSK-ALERT-NOT-FOUND
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO CSK-OUT-LINE
           STRING "COPYBOOK STANDARDS CHECK - RUN DATE "
               DELIMITED BY SIZE
               CSK-RUN-DATE DELIMITED BY SIZE
               INTO CSK-OUT-LINE
           END-STRING
           WRITE STDRPT-RECORD FROM CSK-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-RULE.
           READ STDRULE-FILE
               AT END
                   MOVE "Y" TO CSK-RULE-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF SRL-RULE-ID = SPACES
               GO TO 1100-EXIT
           END-IF
           IF NOT SRL-IS-ERROR AND NOT SRL-IS-WARNING
               DISPLAY "CCBSTDCK - RULE " SRL-RULE-ID
                   " HAS SEVERITY '" SRL-SEVERITY
                   "' - NOT E OR W, RULE IGNORED"
               GO TO 1100-EXIT
           END-IF
           IF CSK-RUL-TOP < 20
               ADD 1 TO CSK-RUL-TOP
               MOVE SRL-RULE-ID  TO CSK-RUL-ID(CSK-RUL-TOP)
               MOVE SRL-SEVERITY TO CSK-RUL-SEVERITY(CSK-RUL-TOP)
               IF SRL-LIMIT IS NUMERIC
                   MOVE SRL-LIMIT TO CSK-RUL-LIMIT(CSK-RUL-TOP)
               ELSE
                   MOVE 0 TO CSK-RUL-LIMIT(CSK-RUL-TOP)
               END-IF
           ELSE
               ADD 1 TO CSK-RUL-OVERFLOW-CNT
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *> THE CHECK-IN MANIFEST IS OPTIONAL; WITHOUT IT THE TABLE STAYS
      *> EMPTY AND EVERY MEMBER FALLS BACK TO THE RUN'S CCBANALYST.
       1200-LOAD-MANIFEST.
           OPEN INPUT CPYCKIN-FILE
           IF NOT CSK-CPYCKIN-OK
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-CHECKIN THRU 1210-EXIT
               UNTIL CSK-CKIN-EOF
           CLOSE CPYCKIN-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-CHECKIN.
           READ CPYCKIN-FILE
               AT END
                   MOVE "Y" TO CSK-CKIN-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           MOVE CKI-MEMBER-NAME TO CSK-MEMBER-NAME
           PERFORM 2050-FIND-CHECKIN THRU 2050-EXIT
           IF CSK-CKI-FOUND-IDX = 0
               IF CSK-CKI-TOP >= 500
                   ADD 1 TO CSK-CKI-OVERFLOW-CNT
                   GO TO 1210-EXIT
               END-IF
               ADD 1 TO CSK-CKI-TOP
               MOVE CSK-CKI-TOP TO CSK-CKI-FOUND-IDX
               MOVE CKI-MEMBER-NAME TO CSK-CKI-MEMBER(CSK-CKI-TOP)
               MOVE 0 TO CSK-CKI-TS(CSK-CKI-TOP)
           END-IF
           IF CKI-CHECKIN-TS NOT < CSK-CKI-TS(CSK-CKI-FOUND-IDX)
               MOVE CKI-CHECKIN-TS
                   TO CSK-CKI-TS(CSK-CKI-FOUND-IDX)
               MOVE CKI-ANALYST-ID
                   TO CSK-CKI-ANALYST(CSK-CKI-FOUND-IDX)
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-CHECK-ONE-MEMBER - GRADES ONE QUEUED MEMBER END TO END   *
      *  AND ROUTES IT TO THE PASSED QUEUE OR THE HOLD FILE.  A MEMBER *
      *  THE LIBRARY CANNOT SUPPLY IS HELD TOO - CCB2LR COULD ONLY     *
      *  FAIL ON IT.                                                   *
      ******************************************************************
       2000-CHECK-ONE-MEMBER.
           READ CCBQUEUE-FILE
               AT END
                   MOVE "Y" TO CSK-QUEUE-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF QUEUE-RECORD = SPACES
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO CSK-MEMBER-CNT
           MOVE QUEUE-RECORD TO CSK-MEMBER-NAME
           PERFORM 2010-RESET-MEMBER-STATE
           PERFORM 2050-FIND-CHECKIN THRU 2050-EXIT
           IF CSK-CKI-FOUND-IDX NOT = 0
               MOVE CSK-CKI-ANALYST(CSK-CKI-FOUND-IDX)
                   TO CSK-MEMBER-ANALYST
           END-IF
           IF CSK-MEMBER-ANALYST = SPACES
               MOVE CSK-RUN-ANALYST-ID TO CSK-MEMBER-ANALYST
           END-IF
           MOVE SPACES TO CSK-OUT-LINE
           WRITE STDRPT-RECORD FROM CSK-OUT-LINE
           STRING "MEMBER " DELIMITED BY SIZE
               CSK-MEMBER-NAME DELIMITED BY SPACE
               "  SUBMITTED BY " DELIMITED BY SIZE
               CSK-MEMBER-ANALYST DELIMITED BY SPACE
               INTO CSK-OUT-LINE
           END-STRING
           WRITE STDRPT-RECORD FROM CSK-OUT-LINE
           MOVE SPACES TO CSK-CPYIN-PATH
           STRING CSK-CPYLIB-DIR      DELIMITED BY SPACE
                  "/"                 DELIMITED BY SIZE
                  CSK-MEMBER-NAME     DELIMITED BY SPACE
                  ".cpy"              DELIMITED BY SIZE
               INTO CSK-CPYIN-PATH
           END-STRING
           OPEN INPUT CPYIN-FILE
           IF NOT CSK-CPYIN-OK
               DISPLAY "CCBSTDCK - UNABLE TO OPEN MEMBER "
                   CSK-MEMBER-NAME ", STATUS=" CSK-CPYIN-STATUS
               ADD 1 TO CSK-MBR-ERROR-CNT
               MOVE "  MEMBER COULD NOT BE READ FROM THE LIBRARY"
                   TO CSK-OUT-LINE
               WRITE STDRPT-RECORD FROM CSK-OUT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT
                   UNTIL CSK-CPYIN-EOF
               CLOSE CPYIN-FILE
               IF CSK-STM-CNT > 0
                   PERFORM 3000-GRADE-ENTRY THRU 3000-EXIT
               END-IF
               MOVE 0 TO CSK-ENT-LEVEL
               PERFORM 3800-CLOSE-ONE-GROUP THRU 3800-EXIT
                   UNTIL CSK-GRP-TOP = 0
           END-IF
           PERFORM 2900-ROUTE-MEMBER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *
       2010-RESET-MEMBER-STATE.
           MOVE "N" TO CSK-CPYIN-EOF-SW
           MOVE 0 TO CSK-LINE-NO CSK-STM-CNT CSK-GRP-TOP
           MOVE 0 TO CSK-MBR-ERROR-CNT CSK-MBR-WARN-CNT
           MOVE SPACES TO CSK-MEMBER-ANALYST.
      *
      *> SETS CSK-CKI-FOUND-IDX TO CSK-MEMBER-NAME'S MANIFEST ENTRY,
      *> OR ZERO.
       2050-FIND-CHECKIN.
           MOVE 0 TO CSK-CKI-FOUND-IDX
           PERFORM 2060-MATCH-ONE-CHECKIN THRU 2060-EXIT
               VARYING CSK-CKI-IDX FROM 1 BY 1
               UNTIL CSK-CKI-IDX > CSK-CKI-TOP
               OR CSK-CKI-FOUND-IDX NOT = 0.
       2050-EXIT.
           EXIT.
      *
       2060-MATCH-ONE-CHECKIN.
           IF CSK-CKI-MEMBER(CSK-CKI-IDX) = CSK-MEMBER-NAME
               MOVE CSK-CKI-IDX TO CSK-CKI-FOUND-IDX
           END-IF.
       2060-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2100-READ-ONE-LINE - A SEQUENCE NUMBER IN COLUMNS 1-6 IS      *
      *  BLANKED THE WAY CCB2LR BLANKS IT, COMMENT LINES ARE SKIPPED,  *
      *  AND THE REMAINING WORDS ARE ADDED TO THE ENTRY BEING BUILT.   *
      *  A WORD ENDING IN A PERIOD CLOSES THE ENTRY AND HAS IT GRADED. *
      ******************************************************************
       2100-READ-ONE-LINE.
           READ CPYIN-FILE INTO CSK-SRC-LINE
               AT END
                   MOVE "Y" TO CSK-CPYIN-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CSK-LINE-NO
           MOVE "Y" TO CSK-SEQ-AREA-SW
           PERFORM 2110-CHECK-SEQ-CHAR THRU 2110-EXIT
               VARYING CSK-SEQ-IDX FROM 1 BY 1 UNTIL CSK-SEQ-IDX > 6
           IF CSK-SEQ-AREA-OK
               MOVE SPACES TO CSK-SRC-SEQ-AREA
               IF CSK-SRC-INDICATOR = "*" OR "/"
                   GO TO 2100-EXIT
               END-IF
           END-IF
           MOVE SPACES TO CSK-SRC-LINE(73:8)
           MOVE SPACES TO CSK-RAW-TOKEN-TAB
           UNSTRING CSK-SRC-LINE DELIMITED BY ALL SPACES
               INTO CSK-RAW-TOKEN(1)  CSK-RAW-TOKEN(2)
                    CSK-RAW-TOKEN(3)  CSK-RAW-TOKEN(4)
                    CSK-RAW-TOKEN(5)  CSK-RAW-TOKEN(6)
                    CSK-RAW-TOKEN(7)  CSK-RAW-TOKEN(8)
                    CSK-RAW-TOKEN(9)  CSK-RAW-TOKEN(10)
                    CSK-RAW-TOKEN(11) CSK-RAW-TOKEN(12)
                    CSK-RAW-TOKEN(13) CSK-RAW-TOKEN(14)
                    CSK-RAW-TOKEN(15) CSK-RAW-TOKEN(16)
           END-UNSTRING
           PERFORM 2120-ADD-ONE-TOKEN THRU 2120-EXIT
               VARYING CSK-RAW-IDX FROM 1 BY 1
               UNTIL CSK-RAW-IDX > 16.
       2100-EXIT.
           EXIT.
      *
       2110-CHECK-SEQ-CHAR.
           IF CSK-SRC-LINE(CSK-SEQ-IDX:1) NOT = SPACE
               AND CSK-SRC-LINE(CSK-SEQ-IDX:1) IS NOT NUMERIC
               MOVE "N" TO CSK-SEQ-AREA-SW
           END-IF.
       2110-EXIT.
           EXIT.
      *
      *> A "*>" WORD STARTS AN INLINE COMMENT - NOTHING AFTER IT ON
      *> THE LINE IS PART OF THE ENTRY.
       2120-ADD-ONE-TOKEN.
           IF CSK-RAW-TOKEN(CSK-RAW-IDX) = SPACES
               GO TO 2120-EXIT
           END-IF
           IF CSK-RAW-TOKEN(CSK-RAW-IDX)(1:2) = "*>"
               OR CSK-RAW-TOKEN(CSK-RAW-IDX)(1:1) = "*"
                   AND CSK-STM-CNT = 0
               MOVE 16 TO CSK-RAW-IDX
               GO TO 2120-EXIT
           END-IF
           IF CSK-STM-CNT = 0
               MOVE CSK-LINE-NO TO CSK-STM-LINE-NO
           END-IF
           MOVE "N" TO CSK-STM-ENDED-SW
           MOVE 0 TO CSK-TOK-LEN
           INSPECT CSK-RAW-TOKEN(CSK-RAW-IDX) TALLYING CSK-TOK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF CSK-RAW-TOKEN(CSK-RAW-IDX)(CSK-TOK-LEN:1) = "."
               MOVE SPACE TO CSK-RAW-TOKEN(CSK-RAW-IDX)(CSK-TOK-LEN:1)
               MOVE "Y" TO CSK-STM-ENDED-SW
           END-IF
           IF CSK-RAW-TOKEN(CSK-RAW-IDX) NOT = SPACES
               AND CSK-STM-CNT < 40
               ADD 1 TO CSK-STM-CNT
               MOVE CSK-RAW-TOKEN(CSK-RAW-IDX)
                   TO CSK-STM-TOK(CSK-STM-CNT)
           END-IF
           IF CSK-STM-ENDED
               PERFORM 3000-GRADE-ENTRY THRU 3000-EXIT
           END-IF.
       2120-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2900-ROUTE-MEMBER - ANY ERROR HOLDS THE MEMBER; WARNINGS      *
      *  ALONE LET IT THROUGH.  EITHER WAY A MEMBER WITH FINDINGS      *
      *  NOTIFIES ITS ANALYST.                                         *
      ******************************************************************
       2900-ROUTE-MEMBER.
           MOVE CSK-MBR-ERROR-CNT TO CSK-CNT-TXT
           MOVE CSK-MBR-WARN-CNT  TO CSK-CNT2-TXT
           MOVE SPACES TO CSK-OUT-LINE
           IF CSK-MBR-ERROR-CNT > 0
               MOVE CSK-MEMBER-NAME TO HELD-QUEUE-RECORD
               WRITE HELD-QUEUE-RECORD
               ADD 1 TO CSK-HELD-CNT
               STRING "  RESULT: HELD OFF THE IMPORT QUEUE - "
                   DELIMITED BY SIZE
                   CSK-CNT-TXT " ERROR(S), " CSK-CNT2-TXT
                   " WARNING(S)" DELIMITED BY SIZE
                   INTO CSK-OUT-LINE
               END-STRING
           ELSE
               MOVE CSK-MEMBER-NAME TO PASSED-QUEUE-RECORD
               WRITE PASSED-QUEUE-RECORD
               ADD 1 TO CSK-PASSED-CNT
               STRING "  RESULT: PASSED FOR IMPORT - "
                   DELIMITED BY SIZE
                   CSK-CNT2-TXT " WARNING(S)" DELIMITED BY SIZE
                   INTO CSK-OUT-LINE
               END-STRING
           END-IF
           WRITE STDRPT-RECORD FROM CSK-OUT-LINE
           IF CSK-MBR-ERROR-CNT > 0 OR CSK-MBR-WARN-CNT > 0
               PERFORM 2950-WRITE-ALERT-NOTICE THRU 2950-EXIT
           END-IF.
       2900-EXIT.
           EXIT.
      *
       2950-WRITE-ALERT-NOTICE.
           MOVE CSK-RUN-DATE           TO CAL-ALERT-DATE
           MOVE CSK-RUN-TIME           TO CAL-ALERT-TIME
           MOVE CSK-MEMBER-ANALYST     TO CAL-RECIPIENT-ANALYST
           MOVE CSK-OPS-DIST-LIST      TO CAL-OPS-DIST-LIST
           MOVE CSK-MEMBER-NAME        TO CAL-SOURCE-COPYBOOK
           MOVE SPACES                 TO CAL-DETAIL-TEXT
           IF CSK-MBR-ERROR-CNT > 0
               MOVE "HELD"             TO CAL-SEVERITY
               STRING "COPYBOOK STANDARDS - HELD FROM IMPORT, "
                   DELIMITED BY SIZE
                   CSK-CNT-TXT " ERROR(S) - SEE STDRPT"
                   DELIMITED BY SIZE
                   INTO CAL-DETAIL-TEXT
               END-STRING
           ELSE
               MOVE "WARNING"          TO CAL-SEVERITY
               STRING "COPYBOOK STANDARDS - IMPORTED WITH "
                   DELIMITED BY SIZE
                   CSK-CNT2-TXT " WARNING(S) - SEE STDRPT"
                   DELIMITED BY SIZE
                   INTO CAL-DETAIL-TEXT
               END-STRING
           END-IF
           WRITE ALERT-NOTICE-RECORD.
       2950-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-GRADE-ENTRY - ONE COMPLETE DATA DESCRIPTION ENTRY.  AN   *
      *  ENTRY THAT DOES NOT OPEN WITH A LEVEL NUMBER (A NESTED COPY,  *
      *  STRAY TEXT) IS PASSED OVER UNGRADED.                          *
      ******************************************************************
       3000-GRADE-ENTRY.
           IF CSK-STM-TOK(1)(1:2) IS NUMERIC
               MOVE CSK-STM-TOK(1)(1:2) TO CSK-ENT-LEVEL
           ELSE
               IF CSK-STM-TOK(1)(1:1) IS NUMERIC
                   AND CSK-STM-TOK(1)(2:1) = SPACE
                   MOVE CSK-STM-TOK(1)(1:1) TO CSK-ENT-LEVEL
               ELSE
                   GO TO 3000-RESET
               END-IF
           END-IF
           PERFORM 3100-PARSE-ENTRY THRU 3100-EXIT
           IF CSK-ENT-NAMED
               PERFORM 3300-CHECK-NAME THRU 3300-EXIT
           END-IF
           IF CSK-ENT-LEVEL = 88
               IF NOT CSK-ENT-HAS-VALUE
                   MOVE "NOVAL88" TO CSK-FND-RULE
                   MOVE "88-LEVEL CONDITION HAS NO VALUE CLAUSE"
                       TO CSK-FND-TEXT
                   PERFORM 6000-RAISE-FINDING THRU 6000-EXIT
               END-IF
               GO TO 3000-RESET
           END-IF
           IF CSK-ENT-LEVEL = 66
               GO TO 3000-RESET
           END-IF
           PERFORM 3800-CLOSE-ONE-GROUP THRU 3800-EXIT
               UNTIL CSK-GRP-TOP = 0
               OR CSK-GRP-LEVEL(CSK-GRP-TOP) < CSK-ENT-LEVEL
           IF CSK-ENT-USAGE = SPACES AND CSK-GRP-TOP > 0
               MOVE CSK-GRP-USAGE(CSK-GRP-TOP) TO CSK-ENT-USAGE
           END-IF
           IF CSK-GRP-TOP > 0
               ADD 1 TO CSK-GRP-CHILD-CNT(CSK-GRP-TOP)
               IF CSK-ENT-NAMED
                   ADD 1 TO CSK-GRP-NAMED-CNT(CSK-GRP-TOP)
               END-IF
           END-IF
           IF CSK-ENT-IS-GROUP
               PERFORM 3700-OPEN-GROUP THRU 3700-EXIT
           ELSE
               IF CSK-ENT-PICTURE NOT = SPACES
                   PERFORM 3400-CHECK-PICTURE THRU 3400-EXIT
               END-IF
           END-IF.
       3000-RESET.
           MOVE 0 TO CSK-STM-CNT
           MOVE SPACES TO CSK-STM-TAB.
       3000-EXIT.
           EXIT.
      *
      *> PICKS THE NAME, PICTURE, USAGE AND VALUE PRESENCE OFF THE
      *> ENTRY.  A SECOND WORD THAT IS ALREADY A CLAUSE KEYWORD MEANS
      *> THE ENTRY WAS CODED WITHOUT A NAME, WHICH IS FILLER.
       3100-PARSE-ENTRY.
           MOVE SPACES TO CSK-ENT-NAME CSK-ENT-PICTURE CSK-ENT-USAGE
           MOVE "N" TO CSK-ENT-VALUE-SW CSK-EXPECT-PIC-SW
           MOVE "Y" TO CSK-ENT-NAMED-SW
           MOVE 3 TO CSK-ENT-CLAUSE-START
           EVALUATE CSK-STM-TOK(2)
               WHEN SPACES
               WHEN "PIC"
               WHEN "PICTURE"
               WHEN "VALUE"
               WHEN "VALUES"
               WHEN "USAGE"
               WHEN "REDEFINES"
               WHEN "OCCURS"
               WHEN "COMP"
               WHEN "COMP-3"
               WHEN "BINARY"
               WHEN "PACKED-DECIMAL"
               WHEN "DISPLAY"
                   MOVE "N" TO CSK-ENT-NAMED-SW
                   MOVE 2 TO CSK-ENT-CLAUSE-START
               WHEN "FILLER"
                   MOVE "N" TO CSK-ENT-NAMED-SW
               WHEN OTHER
                   MOVE CSK-STM-TOK(2) TO CSK-ENT-NAME
           END-EVALUATE
           PERFORM 3110-SCAN-ONE-CLAUSE THRU 3110-EXIT
               VARYING CSK-STM-IDX FROM CSK-ENT-CLAUSE-START BY 1
               UNTIL CSK-STM-IDX > CSK-STM-CNT
           MOVE "N" TO CSK-ENT-GROUP-SW
           IF CSK-ENT-PICTURE = SPACES
               AND CSK-ENT-USAGE NOT = "COMP-1"
               AND CSK-ENT-USAGE NOT = "COMP-2"
               AND CSK-ENT-LEVEL NOT = 88
               AND CSK-ENT-LEVEL NOT = 66
               MOVE "Y" TO CSK-ENT-GROUP-SW
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3110-SCAN-ONE-CLAUSE.
           IF CSK-EXPECT-PIC
               IF CSK-STM-TOK(CSK-STM-IDX) NOT = "IS"
                   MOVE CSK-STM-TOK(CSK-STM-IDX) TO CSK-ENT-PICTURE
                   MOVE "N" TO CSK-EXPECT-PIC-SW
               END-IF
               GO TO 3110-EXIT
           END-IF
           EVALUATE CSK-STM-TOK(CSK-STM-IDX)
               WHEN "PIC"
               WHEN "PICTURE"
                   MOVE "Y" TO CSK-EXPECT-PIC-SW
               WHEN "VALUE"
               WHEN "VALUES"
                   MOVE "Y" TO CSK-ENT-VALUE-SW
               WHEN "COMP-3"
               WHEN "COMPUTATIONAL-3"
               WHEN "PACKED-DECIMAL"
                   MOVE "COMP-3" TO CSK-ENT-USAGE
               WHEN "COMP-1"
               WHEN "COMPUTATIONAL-1"
                   MOVE "COMP-1" TO CSK-ENT-USAGE
               WHEN "COMP-2"
               WHEN "COMPUTATIONAL-2"
                   MOVE "COMP-2" TO CSK-ENT-USAGE
               WHEN "COMP"
               WHEN "COMPUTATIONAL"
               WHEN "COMP-4"
               WHEN "COMPUTATIONAL-4"
               WHEN "COMP-5"
               WHEN "COMPUTATIONAL-5"
               WHEN "BINARY"
                   MOVE "COMP" TO CSK-ENT-USAGE
               WHEN "DISPLAY"
                   MOVE "DISPLAY" TO CSK-ENT-USAGE
           END-EVALUATE.
       3110-EXIT.
           EXIT.
      *
      *> LOWERCAS AND NAMELEN - BOTH ABOUT THE NAME AS CODED.
       3300-CHECK-NAME.
           MOVE CSK-ENT-NAME TO CSK-NAME-UPPER
           INSPECT CSK-NAME-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF CSK-NAME-UPPER NOT = CSK-ENT-NAME
               MOVE "LOWERCAS" TO CSK-FND-RULE
               MOVE "DATA NAME IS CODED IN LOWER CASE"
                   TO CSK-FND-TEXT
               PERFORM 6000-RAISE-FINDING THRU 6000-EXIT
           END-IF
           MOVE "NAMELEN" TO CSK-FND-RULE
           PERFORM 6100-FIND-RULE THRU 6100-EXIT
           IF CSK-RUL-FOUND-IDX = 0
               GO TO 3300-EXIT
           END-IF
           MOVE CSK-RUL-LIMIT(CSK-RUL-FOUND-IDX) TO CSK-NAME-LIMIT
           IF CSK-NAME-LIMIT = 0
               MOVE 30 TO CSK-NAME-LIMIT
           END-IF
           MOVE 0 TO CSK-NAME-LEN
           INSPECT CSK-ENT-NAME TALLYING CSK-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF CSK-NAME-LEN > CSK-NAME-LIMIT
               MOVE CSK-NAME-LEN TO CSK-NUM-TXT
               MOVE SPACES TO CSK-FND-TEXT
               STRING "DATA NAME IS " DELIMITED BY SIZE
                   CSK-NUM-TXT DELIMITED BY SIZE
                   " CHARACTERS LONG" DELIMITED BY SIZE
                   INTO CSK-FND-TEXT
               END-STRING
               PERFORM 6000-RAISE-FINDING THRU 6000-EXIT
           END-IF.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3400-CHECK-PICTURE - COUNTS THE DIGIT POSITIONS (9, WITH ANY  *
      *  REPEAT FACTOR) AND NOTES WHETHER THE PICTURE IS PURELY        *
      *  NUMERIC (S, 9, V, P ONLY) - AN EDITED OR ALPHANUMERIC         *
      *  PICTURE HAS NO SIGN TO BE MISSING.                            *
      ******************************************************************
       3400-CHECK-PICTURE.
           MOVE 0 TO CSK-PIC-DIGITS CSK-PIC-REPEAT
           MOVE SPACE TO CSK-PIC-LAST
           MOVE "N" TO CSK-PIC-IN-PAREN-SW
           MOVE "Y" TO CSK-PIC-NUMERIC-SW
           PERFORM 3410-SCAN-PIC-CHAR THRU 3410-EXIT
               VARYING CSK-PIC-IDX FROM 1 BY 1
               UNTIL CSK-PIC-IDX > 40
               OR CSK-ENT-PICTURE(CSK-PIC-IDX:1) = SPACE
           IF CSK-PIC-DIGITS = 0
               GO TO 3400-EXIT
           END-IF
           DIVIDE CSK-PIC-DIGITS BY 2 GIVING CSK-PIC-HALF
               REMAINDER CSK-PIC-ODD
           IF CSK-ENT-USAGE = "COMP-3"
               AND CSK-PIC-ODD = 0
               MOVE "PACKEVEN" TO CSK-FND-RULE
               MOVE CSK-PIC-DIGITS TO CSK-NUM-TXT
               MOVE SPACES TO CSK-FND-TEXT
               STRING "COMP-3 PICTURE HAS AN EVEN DIGIT COUNT ("
                   DELIMITED BY SIZE
                   CSK-NUM-TXT ")" DELIMITED BY SIZE
                   INTO CSK-FND-TEXT
               END-STRING
               PERFORM 6000-RAISE-FINDING THRU 6000-EXIT
           END-IF
           IF CSK-PIC-IS-NUMERIC
               AND CSK-ENT-PICTURE(1:1) NOT = "S"
               AND CSK-ENT-PICTURE(1:1) NOT = "s"
               MOVE "UNSIGNED" TO CSK-FND-RULE
               MOVE "NUMERIC PICTURE CARRIES NO SIGN (NO LEADING S)"
                   TO CSK-FND-TEXT
               PERFORM 6000-RAISE-FINDING THRU 6000-EXIT
           END-IF.
       3400-EXIT.
           EXIT.
      *
       3410-SCAN-PIC-CHAR.
           MOVE CSK-ENT-PICTURE(CSK-PIC-IDX:1) TO CSK-PIC-CHAR
           IF CSK-PIC-IN-PAREN
               IF CSK-PIC-CHAR = ")"
                   MOVE "N" TO CSK-PIC-IN-PAREN-SW
                   IF CSK-PIC-LAST = "9" AND CSK-PIC-REPEAT > 0
                       COMPUTE CSK-PIC-DIGITS =
                           CSK-PIC-DIGITS + CSK-PIC-REPEAT - 1
                   END-IF
               ELSE
                   IF CSK-PIC-CHAR IS NUMERIC
                       MOVE CSK-PIC-CHAR TO CSK-PIC-DIGIT-VAL
                       COMPUTE CSK-PIC-REPEAT =
                           CSK-PIC-REPEAT * 10 + CSK-PIC-DIGIT-VAL
                   END-IF
               END-IF
               GO TO 3410-EXIT
           END-IF
           EVALUATE CSK-PIC-CHAR
               WHEN "("
                   MOVE "Y" TO CSK-PIC-IN-PAREN-SW
                   MOVE 0 TO CSK-PIC-REPEAT
               WHEN "9"
                   ADD 1 TO CSK-PIC-DIGITS
                   MOVE "9" TO CSK-PIC-LAST
               WHEN "S"
               WHEN "s"
               WHEN "V"
               WHEN "v"
               WHEN "P"
               WHEN "p"
                   MOVE CSK-PIC-CHAR TO CSK-PIC-LAST
               WHEN OTHER
                   MOVE "N" TO CSK-PIC-NUMERIC-SW
                   MOVE CSK-PIC-CHAR TO CSK-PIC-LAST
           END-EVALUATE.
       3410-EXIT.
           EXIT.
      *
       3700-OPEN-GROUP.
           IF CSK-GRP-TOP >= 50
               GO TO 3700-EXIT
           END-IF
           ADD 1 TO CSK-GRP-TOP
           MOVE CSK-ENT-LEVEL     TO CSK-GRP-LEVEL(CSK-GRP-TOP)
           MOVE CSK-STM-LINE-NO   TO CSK-GRP-LINE-NO(CSK-GRP-TOP)
           MOVE CSK-ENT-USAGE     TO CSK-GRP-USAGE(CSK-GRP-TOP)
           MOVE 0 TO CSK-GRP-CHILD-CNT(CSK-GRP-TOP)
                     CSK-GRP-NAMED-CNT(CSK-GRP-TOP)
           IF CSK-ENT-NAMED
               MOVE CSK-ENT-NAME  TO CSK-GRP-NAME(CSK-GRP-TOP)
           ELSE
               MOVE SPACES        TO CSK-GRP-NAME(CSK-GRP-TOP)
           END-IF.
       3700-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3800-CLOSE-ONE-GROUP - POPS THE INNERMOST OPEN GROUP.  A      *
      *  NAMED GROUP THAT HELD ITEMS BUT NO NAMED ONE, AT ANY DEPTH, IS*
      *  A FILLER-ONLY GROUP.  ITS NAMED ITEMS COUNT TOWARD ITS PARENT,*
      *  SO A FILLER SUB-GROUP HOLDING NAMED FIELDS CLEARS ITS PARENT. *
      ******************************************************************
       3800-CLOSE-ONE-GROUP.
           IF CSK-GRP-CHILD-CNT(CSK-GRP-TOP) > 0
               AND CSK-GRP-NAMED-CNT(CSK-GRP-TOP) = 0
               AND CSK-GRP-NAME(CSK-GRP-TOP) NOT = SPACES
               MOVE "FILLGRP" TO CSK-FND-RULE
               MOVE CSK-GRP-NAME(CSK-GRP-TOP) TO CSK-FND-NAME
               MOVE CSK-GRP-LINE-NO(CSK-GRP-TOP) TO CSK-FND-LINE-NO
               MOVE "GROUP HOLDS NOTHING BUT FILLER ITEMS"
                   TO CSK-FND-TEXT
               PERFORM 6010-WRITE-FINDING THRU 6010-EXIT
           END-IF
           IF CSK-GRP-TOP > 1
               ADD CSK-GRP-NAMED-CNT(CSK-GRP-TOP)
                   TO CSK-GRP-NAMED-CNT(CSK-GRP-TOP - 1)
           END-IF
           SUBTRACT 1 FROM CSK-GRP-TOP.
       3800-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6000-RAISE-FINDING - A FINDING AGAINST THE CURRENT ENTRY.     *
      *  6010 IS THE SHARED TAIL FOR A FINDING AGAINST ANY ENTRY: IT   *
      *  LOOKS THE RULE UP, DROPS IT SILENTLY WHEN THE TABLE DOES NOT  *
      *  CARRY IT, AND OTHERWISE COUNTS AND LISTS IT.                  *
      ******************************************************************
       6000-RAISE-FINDING.
           MOVE CSK-STM-LINE-NO TO CSK-FND-LINE-NO
           IF CSK-ENT-NAMED
               MOVE CSK-ENT-NAME TO CSK-FND-NAME
           ELSE
               MOVE "FILLER" TO CSK-FND-NAME
           END-IF
           PERFORM 6010-WRITE-FINDING THRU 6010-EXIT.
       6000-EXIT.
           EXIT.
      *
       6010-WRITE-FINDING.
           PERFORM 6100-FIND-RULE THRU 6100-EXIT
           IF CSK-RUL-FOUND-IDX = 0
               GO TO 6010-EXIT
           END-IF
           IF CSK-RUL-SEVERITY(CSK-RUL-FOUND-IDX) = "E"
               ADD 1 TO CSK-MBR-ERROR-CNT
               MOVE "ERROR" TO CSK-FND-SEV-TXT
           ELSE
               ADD 1 TO CSK-MBR-WARN-CNT
               MOVE "WARNING" TO CSK-FND-SEV-TXT
           END-IF
           MOVE CSK-FND-LINE-NO TO CSK-LINE-TXT
           MOVE SPACES TO CSK-OUT-LINE
           STRING "  LINE " CSK-LINE-TXT " " DELIMITED BY SIZE
               CSK-FND-SEV-TXT " " CSK-FND-RULE " "
               DELIMITED BY SIZE
               CSK-FND-NAME DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               CSK-FND-TEXT DELIMITED BY SIZE
               INTO CSK-OUT-LINE
           END-STRING
           WRITE STDRPT-RECORD FROM CSK-OUT-LINE.
       6010-EXIT.
           EXIT.
      *
       6100-FIND-RULE.
           MOVE 0 TO CSK-RUL-FOUND-IDX
           PERFORM 6110-MATCH-ONE-RULE THRU 6110-EXIT
               VARYING CSK-RUL-IDX FROM 1 BY 1
               UNTIL CSK-RUL-IDX > CSK-RUL-TOP
               OR CSK-RUL-FOUND-IDX NOT = 0.
       6100-EXIT.
           EXIT.
      *
       6110-MATCH-ONE-RULE.
           IF CSK-RUL-ID(CSK-RUL-IDX) = CSK-FND-RULE
               MOVE CSK-RUL-IDX TO CSK-RUL-FOUND-IDX
           END-IF.
       6110-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           DISPLAY "CCBSTDCK - MEMBERS CHECKED: " CSK-MEMBER-CNT
           DISPLAY "CCBSTDCK - MEMBERS PASSED:  " CSK-PASSED-CNT
           DISPLAY "CCBSTDCK - MEMBERS HELD:    " CSK-HELD-CNT
           IF CSK-RUL-OVERFLOW-CNT > 0
               DISPLAY "CCBSTDCK - " CSK-RUL-OVERFLOW-CNT
                   " RULES EXCEEDED THE IN-MEMORY TABLE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF CSK-CKI-OVERFLOW-CNT > 0
               DISPLAY "CCBSTDCK - " CSK-CKI-OVERFLOW-CNT
                   " CHECK-IN ROWS EXCEEDED THE IN-MEMORY TABLE"
           END-IF
           IF CSK-HELD-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CSK-CCBQUEUE-OPENED
               CLOSE CCBQUEUE-FILE
           END-IF
           IF CSK-OUTPUTS-OPENED
               MOVE SPACES TO CSK-OUT-LINE
               WRITE STDRPT-RECORD FROM CSK-OUT-LINE
               MOVE CSK-PASSED-CNT TO CSK-CNT-TXT
               MOVE CSK-HELD-CNT   TO CSK-CNT2-TXT
               STRING "MEMBERS PASSED " CSK-CNT-TXT
                   "  MEMBERS HELD " CSK-CNT2-TXT DELIMITED BY SIZE
                   INTO CSK-OUT-LINE
               END-STRING
               WRITE STDRPT-RECORD FROM CSK-OUT-LINE
               CLOSE CCBSTDQ-FILE CCBHOLD-FILE STDRPT-FILE ALERT-FILE
           END-IF.
