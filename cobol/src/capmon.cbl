      ******************************************************************
      **                                                              *
      **  PROGRAM      CAPMON                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  IN-MEMORY TABLE CAPACITY HEADROOM MONITOR.    *
      **      THE SUITE'S TABLE-DRIVEN PROGRAMS HOLD THEIR INPUT IN   *
      **      FIXED TABLES (2000 MASTER ROWS IN MRECUPDT, 500         *
      **      COORDINATE PAIRS IN USGPILE, AND SO ON), AND A TABLE    *
      **      THAT FILLS ONLY SHOWS AT THE MONTH-END RUN THAT OUTGREW *
      **      IT.  EVERY SUCH PROGRAM NOW POSTS THE PEAK FILL OF EACH *
      **      TABLE ON ITS RUN-CONTROL RECORD (DD RUNLOG, RUNLOGRC    *
      **      RNL-TABLE-PEAK).  THIS PROGRAM HOLDS THE CEILING OF     *
      **      EVERY ONE OF THOSE TABLES, KEEPS THE LAST FEW PEAKS     *
      **      EACH TABLE LOGGED, AND LISTS ON DD CAPRPT WHERE EACH    *
      **      TABLE STANDS AND HOW FAST IT IS GROWING.  A TABLE AT    *
      **      OR PAST ITS CEILING, WITHIN THE WARNING PERCENTAGE OF   *
      **      IT, OR PROJECTED AT ITS AVERAGE GROWTH PER RUN OVER THE *
      **      TREND WINDOW TO REACH IT WITHIN THE HORIZON, RAISES A   *
      **      WARNING ALERT NOTICE (ALERTWS/ALERTWR) SO THE TABLE IS  *
      **      WIDENED BEFORE THE RUN THAT WOULD HAVE FAILED.          *
      **                                                               *
      **      DD CAPPRM (OPTIONAL, ONE CARD) - WARNING PERCENTAGE     *
      **      (DEFAULT 080), HORIZON IN RUNS (DEFAULT 005) AND TREND  *
      **      WINDOW IN RUNS (DEFAULT 006, 2 TO 12).  A BLANK OR      *
      **      NON-NUMERIC FIELD TAKES ITS DEFAULT.                    *
      **                                                               *
      **      RETURN-CODE 04 - A TABLE IS NEAR OR PROJECTED TO REACH  *
      **      ITS CEILING; 08 - A TABLE REACHED ITS CEILING AND THE   *
      **      PROGRAM TURNED ENTRIES AWAY; 16 - RUNLOG OR CAPRPT      *
      **      COULD NOT BE OPENED.                                    *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   WATCH ACCTASGN'S TABLE OF IN-RANGE ACCOUNT  *
      **                   NUMBERS ALREADY IN USE.                     *
      **  2026/10/15 DAO   WATCH MRECUPDT'S TABLE OF BATCHES ALREADY   *
      **                   APPLIED.                                    *
      **  2026/10/15 DAO   WATCH THE FUTURE-DATED TRANSACTION          *
      **                   WAREHOUSE TABLES IN PENDMNT AND PENDREL.    *
      **  2026/10/15 DAO   WATCH MRECUPDT'S STATUS TRANSITION RULE     *
      **                   TABLE AND MRECTRNS'S TABLE OF TRANSITION    *
      **                   PAIRS.                                      *
      **  2026/10/15 DAO   WATCH ESCHDORM'S ACCOUNT, JURISDICTION AND  *
      **                   STATE TABLES.                               *
      **  2026/10/15 DAO   WATCH MRECINQ'S CUSTOMER LINK, CAMPAIGN     *
      **                   PIECE AND SENSITIVITY TAG TABLES.           *
      **  2026/10/15 DAO   WATCH USGNEAR'S SERVICE LOCATION TABLE.     *
      **  2026/10/15 DAO   WATCH USGDRIFT'S PRIOR-CYCLE KEY, GEOCODE   *
      **                   CACHE AND RE-GEOCODE RESPONSE TABLES.       *
      **  2026/10/15 DAO   WATCH USGSNAP'S CYCLE ACCOUNT TABLE AND     *
      **                   USGSPIKE'S ACCOUNT AND HISTORY CYCLE        *
      **                   TABLES.                                     *
      **  2026/10/15 DAO   WATCH USGSTCK'S REGION BOX, ACCOUNT LINK    *
      **                   AND MAILING CUSTOMER TABLES.                *
      **  2026/10/15 DAO   WATCH USGGIS'S REGION BOX AND GRID CELL     *
      **                   TABLES.                                     *
      **  2026/10/15 DAO   WATCH GLDRILL'S DRILL LINE, RUN POPULATION  *
      **                   AND REVERSED RUN TABLES.                    *
      **  2026/10/15 DAO   WATCH FIRLDEV'S TRIANGLE CELL, STATE/H-CODE *
      **                   AND ACCIDENT PERIOD TABLES.                 *
      **  2026/10/15 DAO   WATCH FIRCOMM'S AGENT, STATES-PER-AGENT AND *
      **                   AGENT ADDRESS TABLES.                       *
      **  2026/10/15 DAO   WATCH FIRBUDG'S BUDGET CELL TABLE.          *
      **  2026/10/15 DAO   WATCH FIRAGVAL'S AGENT AND LICENSE TABLES.  *
      **  2026/10/15 DAO   WATCH FIRPCTL'S PERIOD AND JOURNAL RUN      *
      **                   TABLES.                                     *
      **  2026/10/15 DAO   WATCH FIRLOB'S HIERARCHY, CELL AND UNMAPPED *
      **                   H-CODE TABLES.                              *
      **  2026/10/15 DAO   WATCH FIRBORD'S TREATY, STATEMENT AND CELL  *
      **                   TABLES.                                     *
      **  2026/10/15 DAO   WATCH FIRLEDG'S JOURNAL, RUN ROW AND ENTITY *
      **                   TABLES.                                     *
      **  2026/10/15 DAO   WATCH CUSTDUP'S CUSTOMER AND DECIDED-PAIR   *
      **                   TABLES.                                     *
      **  2026/10/15 DAO   WATCH LETRGEN'S TEMPLATE AND DO-NOT-MAIL    *
      **                   TABLES.                                     *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE   ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAP-RUNLOG-STATUS.
           SELECT OPTIONAL CAPPRM-FILE ASSIGN TO "CAPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAP-CAPPRM-STATUS.
           SELECT CAPRPT-FILE   ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAP-CAPRPT-STATUS.
           SELECT OPTIONAL CCBALERT-FILE ASSIGN TO "CCBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALT-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  CAPPRM-FILE.
       01  CAPPRM-RECORD.
           05  CAP-PARM-WARN-PCT           PIC X(03).
           05  CAP-PARM-WARN-PCT-N REDEFINES CAP-PARM-WARN-PCT
                                           PIC 9(03).
           05  CAP-PARM-HORIZON            PIC X(03).
           05  CAP-PARM-HORIZON-N REDEFINES CAP-PARM-HORIZON
                                           PIC 9(03).
           05  CAP-PARM-WINDOW             PIC X(03).
           05  CAP-PARM-WINDOW-N REDEFINES CAP-PARM-WINDOW
                                           PIC 9(03).
       FD  CAPRPT-FILE.
       01  CAPRPT-RECORD                   PIC X(110).
       FD  CCBALERT-FILE.
       COPY CCBALERT.
       WORKING-STORAGE SECTION.
       01  CAP-RUNLOG-STATUS               PIC XX.
           88  CAP-RUNLOG-OK               VALUE "00".
      *> THE FINAL READ'S AT END DRIVES CAP-RUNLOG-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  CAP-RUNLOG-OPENED-SW            PIC X(01)       VALUE "N".
           88  CAP-RUNLOG-OPENED           VALUE "Y".
      *> "05" IS OPTIONAL-FILE-CREATED - NO PARAMETER CARD, SO EVERY
      *> SETTING TAKES ITS DEFAULT.
       01  CAP-CAPPRM-STATUS               PIC XX.
           88  CAP-CAPPRM-OK               VALUE "00" "05".
       01  CAP-CAPRPT-STATUS               PIC XX.
           88  CAP-CAPRPT-OK               VALUE "00".
      *> SAME REASONING AS CAP-RUNLOG-OPENED-SW ABOVE.
       01  CAP-CAPRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  CAP-CAPRPT-OPENED           VALUE "Y".
       01  CAP-LOG-EOF-SW                  PIC X(01)       VALUE "N".
           88  CAP-LOG-EOF                 VALUE "Y".
      *> ------------------- RUN SETTINGS -----------------------------
       01  CAP-WARN-PCT                    PIC 9(03)       VALUE 80.
       01  CAP-HORIZON                     PIC 9(03)       VALUE 5.
       01  CAP-WINDOW                      PIC 9(02)       VALUE 6.
      *> ------------------- CEILING TABLE ----------------------------
      *> ONE ROW PER WATCHED TABLE - THE PROGRAM, WHICH RNL-TABLE-PEAK
      *> SLOT THE PROGRAM POSTS THE TABLE'S PEAK IN, THE TABLE'S NAME
      *> AND ITS OCCURS CEILING.  WIDEN A TABLE IN ITS PROGRAM AND THE
      *> CEILING HERE MOVES WITH IT.
      *> PROGRAM(8) SLOT(1) TABLE(16) CEILING(5) - 30 BYTES A ROW.
       01  CAP-CEIL-STR.
           05  FILLER                      PIC X(30)       VALUE
               "MRECUPDT1MASTER          02000".
           05  FILLER                      PIC X(30)       VALUE
               "MRECUPDT2APPLIED BATCHES 09999".
           05  FILLER                      PIC X(30)       VALUE
               "MRECUPDT3STATUS RULES    00200".
           05  FILLER                      PIC X(30)       VALUE
               "MRECTRNS1TRANSITION PAIRS00300".
           05  FILLER                      PIC X(30)       VALUE
               "ESCHDORM1ACCOUNTS        02000".
           05  FILLER                      PIC X(30)       VALUE
               "ESCHDORM2JURISDICTIONS   00060".
           05  FILLER                      PIC X(30)       VALUE
               "ESCHDORM3STATE CODES     00060".
           05  FILLER                      PIC X(30)       VALUE
               "MRECINQ 1CUSTOMER LINKS  00050".
           05  FILLER                      PIC X(30)       VALUE
               "MRECINQ 2CAMPAIGN PIECES 00200".
           05  FILLER                      PIC X(30)       VALUE
               "MRECINQ 3SENSITIVE TAGS  00040".
           05  FILLER                      PIC X(30)       VALUE
               "PENDMNT 1PENDING ITEMS   02000".
           05  FILLER                      PIC X(30)       VALUE
               "PENDREL 1RELEASE REJECTS 02000".
           05  FILLER                      PIC X(30)       VALUE
               "USGMRECN1MASTER          02000".
           05  FILLER                      PIC X(30)       VALUE
               "USGXKEY 1ACCOUNTS        02000".
           05  FILLER                      PIC X(30)       VALUE
               "EXTCMP  1OLD GENERATION  02000".
           05  FILLER                      PIC X(30)       VALUE
               "CUSTXBLD1ACCOUNTS        02000".
           05  FILLER                      PIC X(30)       VALUE
               "CUSTXBLD2LINKS           02000".
           05  FILLER                      PIC X(30)       VALUE
               "MAILSORT1PIECES          02000".
           05  FILLER                      PIC X(30)       VALUE
               "MAILHHLD1HOUSEHOLDS      02000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRALLOC1FACTORS         00200".
           05  FILLER                      PIC X(30)       VALUE
               "FIRALLOC2ENTITIES PER KEY00020".
           05  FILLER                      PIC X(30)       VALUE
               "FIRTOUT 1STATES          00050".
           05  FILLER                      PIC X(30)       VALUE
               "FIRTOUT 2COMBOS PER STATE00100".
           05  FILLER                      PIC X(30)       VALUE
               "FIRTOUT 3GL CONTROLS     00050".
           05  FILLER                      PIC X(30)       VALUE
               "LRUNLOAD1FIELDS          00150".
           05  FILLER                      PIC X(30)       VALUE
               "USGPILE 1COORDINATE PAIRS00500".
           05  FILLER                      PIC X(30)       VALUE
               "ACCTASGN1NUMBERS IN USE  05000".
           05  FILLER                      PIC X(30)       VALUE
               "USGNEAR 1SERVICE LOCATION00500".
           05  FILLER                      PIC X(30)       VALUE
               "USGDRIFT1PRIOR CYCLE KEYS02000".
           05  FILLER                      PIC X(30)       VALUE
               "USGDRIFT2CACHE ENTRIES   02000".
           05  FILLER                      PIC X(30)       VALUE
               "USGDRIFT3REGEOFIX ROWS   02000".
           05  FILLER                      PIC X(30)       VALUE
               "USGSNAP 1CYCLE ACCOUNTS  02000".
           05  FILLER                      PIC X(30)       VALUE
               "USGSPIKE1ACCOUNTS        02000".
           05  FILLER                      PIC X(30)       VALUE
               "USGSPIKE2HISTORY CYCLES  00061".
           05  FILLER                      PIC X(30)       VALUE
               "USGSTCK 1REGION BOXES    00100".
           05  FILLER                      PIC X(30)       VALUE
               "USGSTCK 2ACCOUNT LINKS   02000".
           05  FILLER                      PIC X(30)       VALUE
               "USGSTCK 3MAIL CUSTOMERS  02000".
           05  FILLER                      PIC X(30)       VALUE
               "USGGIS  1REGION BOXES    00100".
           05  FILLER                      PIC X(30)       VALUE
               "USGGIS  2GRID CELLS      02000".
           05  FILLER                      PIC X(30)       VALUE
               "GLDRILL 1DRILL LINES     00100".
           05  FILLER                      PIC X(30)       VALUE
               "GLDRILL 2RUN POPULATIONS 00200".
           05  FILLER                      PIC X(30)       VALUE
               "GLDRILL 3REVERSED RUNS   00020".
           05  FILLER                      PIC X(30)       VALUE
               "FIRLDEV 1TRIANGLE CELLS  05000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRLDEV 2STATE/H-CODES   00200".
           05  FILLER                      PIC X(30)       VALUE
               "FIRLDEV 3ACCIDENT PERIODS00020".
           05  FILLER                      PIC X(30)       VALUE
               "FIRCOMM 1AGENTS          00500".
           05  FILLER                      PIC X(30)       VALUE
               "FIRCOMM 2STATES PER AGENT00020".
           05  FILLER                      PIC X(30)       VALUE
               "FIRCOMM 3AGENT ADDRESSES 00500".
           05  FILLER                      PIC X(30)       VALUE
               "FIRBUDG 1BUDGET CELLS    03000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRAGVAL1AGENT ROWS      02000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRAGVAL2LICENSE ROWS    05000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRPCTL 1PERIOD ROWS     00500".
           05  FILLER                      PIC X(30)       VALUE
               "FIRPCTL 2JOURNAL RUNS    00050".
           05  FILLER                      PIC X(30)       VALUE
               "FIRLOB  1HIERARCHY ROWS  02000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRLOB  2LOB CELLS       03000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRLOB  3UNMAPPED HCODES 00500".
           05  FILLER                      PIC X(30)       VALUE
               "FIRBORD 1TREATY ROWS     00100".
           05  FILLER                      PIC X(30)       VALUE
               "FIRBORD 2STATEMENTS      00100".
           05  FILLER                      PIC X(30)       VALUE
               "FIRBORD 3BORDEREAU CELLS 03000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRLEDG 1JOURNAL ROWS    01000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRLEDG 2RUN ROWS        05000".
           05  FILLER                      PIC X(30)       VALUE
               "FIRLEDG 3ENTITIES        00500".
           05  FILLER                      PIC X(30)       VALUE
               "CUSTDUP 1CUSTOMERS       02000".
           05  FILLER                      PIC X(30)       VALUE
               "CUSTDUP 2DECIDED PAIRS   02000".
           05  FILLER                      PIC X(30)       VALUE
               "LETRGEN 1TEMPLATE LINES  00066".
           05  FILLER                      PIC X(30)       VALUE
               "LETRGEN 2DO-NOT-MAIL     00500".
       01  CAP-CEIL-TBL REDEFINES CAP-CEIL-STR.
           05  CAP-CEIL-ENTRY              OCCURS 66 TIMES.
               10  CAP-CEIL-PROGRAM        PIC X(08).
               10  CAP-CEIL-SLOT           PIC 9(01).
               10  CAP-CEIL-TABLE          PIC X(16).
               10  CAP-CEIL-LIMIT          PIC 9(05).
       01  CAP-CEIL-CNT                    PIC 9(02) COMP  VALUE 66.
       01  CAP-CX                          PIC 9(02) COMP  VALUE 0.
      *> ------------------- PEAK HISTORY -----------------------------
      *> THE LAST CAP-WINDOW PEAKS EACH CEILING ROW'S TABLE LOGGED,
      *> OLDEST FIRST, IN RUN-LOG ORDER (THE LOG IS ONLY EVER
      *> EXTENDED, SO FILE ORDER IS RUN ORDER).
       01  CAP-HIST-TAB.
           05  CAP-HIST-ENTRY              OCCURS 66 TIMES.
               10  CAP-HIST-CNT            PIC 9(02) COMP.
               10  CAP-HIST-PEAK           PIC 9(05)
                                           OCCURS 12 TIMES.
       01  CAP-HX                          PIC 9(02) COMP  VALUE 0.
       01  CAP-NEW-PEAK                    PIC 9(05)       VALUE 0.
      *> ------------------- JUDGEMENT WORK AREA ----------------------
       01  CAP-LAST-PEAK                   PIC 9(05)       VALUE 0.
       01  CAP-FIRST-PEAK                  PIC 9(05)       VALUE 0.
       01  CAP-SPAN                        PIC 9(02)       VALUE 0.
       01  CAP-USED-PCT                    PIC 9(03)       VALUE 0.
       01  CAP-WARN-LEVEL                  PIC 9(05)V99    VALUE 0.
       01  CAP-GROWTH                      PIC 9(05)V99    VALUE 0.
       01  CAP-RUNS-LEFT-RAW               PIC 9(07)V99    VALUE 0.
       01  CAP-RUNS-LEFT                   PIC 9(05)       VALUE 0.
       01  CAP-STATE                       PIC X(10)       VALUE SPACES.
           88  CAP-STATE-FULL              VALUE "AT CEILING".
           88  CAP-STATE-NEAR              VALUE "NEAR".
           88  CAP-STATE-PROJECTED         VALUE "PROJECTED".
           88  CAP-STATE-OK                VALUE "OK".
           88  CAP-STATE-NO-DATA           VALUE "NO DATA".
      *> ------------------- COUNTERS AND REPORT ----------------------
       01  CAP-LOG-CNT                     PIC 9(07)       VALUE 0.
       01  CAP-FULL-CNT                    PIC 9(03)       VALUE 0.
       01  CAP-WARN-CNT                    PIC 9(03)       VALUE 0.
       01  CAP-NO-DATA-CNT                 PIC 9(03)       VALUE 0.
       01  CAP-LIMIT-TXT                   PIC ZZZZ9.
       01  CAP-PEAK-TXT                    PIC ZZZZ9.
       01  CAP-PCT-TXT                     PIC ZZ9.
       01  CAP-GROWTH-TXT                  PIC ZZZZ9.99.
       01  CAP-RUNS-TXT                    PIC ZZZZZ.
       01  CAP-HORIZON-TXT                 PIC ZZ9.
       01  CAP-OUT-LINE                    PIC X(110)      VALUE SPACES.
      *> THE SHARED ALERT-WRITE WORK FIELDS - SEE ALERTWS.cpy.
       COPY ALERTWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-RUN THRU 2000-EXIT
               UNTIL CAP-LOG-EOF
           IF CAP-CAPRPT-OPENED
               PERFORM 3000-JUDGE-ONE-TABLE THRU 3000-EXIT
                   VARYING CAP-CX FROM 1 BY 1
                   UNTIL CAP-CX > CAP-CEIL-CNT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1100-READ-PARMS THRU 1100-EXIT
           PERFORM 1200-CLEAR-ONE-HISTORY THRU 1200-EXIT
               VARYING CAP-CX FROM 1 BY 1
               UNTIL CAP-CX > CAP-CEIL-CNT
           OPEN OUTPUT CAPRPT-FILE
           IF NOT CAP-CAPRPT-OK
               DISPLAY "CAPMON - UNABLE TO OPEN CAPRPT, STATUS="
                   CAP-CAPRPT-STATUS
               MOVE "Y" TO CAP-LOG-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CAP-CAPRPT-OPENED-SW
           OPEN INPUT RUNLOG-FILE
           IF NOT CAP-RUNLOG-OK
               DISPLAY "CAPMON - UNABLE TO OPEN RUNLOG, STATUS="
                   CAP-RUNLOG-STATUS
               MOVE "Y" TO CAP-LOG-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CAP-RUNLOG-OPENED-SW
           MOVE CAP-HORIZON TO CAP-HORIZON-TXT
           MOVE SPACES TO CAP-OUT-LINE
           STRING "CAPMON - TABLE HEADROOM, WARNING AT "
               DELIMITED BY SIZE
               CAP-WARN-PCT "% OF CEILING OR WITHIN" DELIMITED BY SIZE
               CAP-HORIZON-TXT " RUNS OF IT" DELIMITED BY SIZE
               INTO CAP-OUT-LINE
           END-STRING
           WRITE CAPRPT-RECORD FROM CAP-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-READ-PARMS - ONE OPTIONAL CARD.  A FIELD THAT IS BLANK, *
      *  NOT NUMERIC OR OUT OF RANGE LEAVES ITS DEFAULT IN PLACE.     *
      ******************************************************************
       1100-READ-PARMS.
           OPEN INPUT CAPPRM-FILE
           IF NOT CAP-CAPPRM-OK
               GO TO 1100-EXIT
           END-IF
           READ CAPPRM-FILE
               AT END
                   CLOSE CAPPRM-FILE
                   GO TO 1100-EXIT
           END-READ
           IF CAP-PARM-WARN-PCT IS NUMERIC
               AND CAP-PARM-WARN-PCT-N > 0
               AND CAP-PARM-WARN-PCT-N NOT > 100
               MOVE CAP-PARM-WARN-PCT-N TO CAP-WARN-PCT
           END-IF
           IF CAP-PARM-HORIZON IS NUMERIC
               AND CAP-PARM-HORIZON-N > 0
               MOVE CAP-PARM-HORIZON-N TO CAP-HORIZON
           END-IF
           IF CAP-PARM-WINDOW IS NUMERIC
               AND CAP-PARM-WINDOW-N NOT < 2
               AND CAP-PARM-WINDOW-N NOT > 12
               MOVE CAP-PARM-WINDOW-N TO CAP-WINDOW
           END-IF
           CLOSE CAPPRM-FILE.
       1100-EXIT.
           EXIT.
      *
       1200-CLEAR-ONE-HISTORY.
           MOVE 0 TO CAP-HIST-CNT (CAP-CX).
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LOAD-ONE-RUN - EACH RUN-LOG ROW OF A WATCHED PROGRAM    *
      *  ADDS ITS PEAKS TO THE HISTORY OF EVERY CEILING ROW FOR THAT  *
      *  PROGRAM.  A ROW LOGGED BEFORE THE PROGRAM POSTED PEAKS       *
      *  CARRIES SPACES THERE AND IS PASSED OVER.                     *
      ******************************************************************
       2000-LOAD-ONE-RUN.
           READ RUNLOG-FILE
               AT END
                   MOVE "Y" TO CAP-LOG-EOF-SW
           END-READ
           IF CAP-LOG-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO CAP-LOG-CNT
           PERFORM 2100-POST-ONE-CEILING THRU 2100-EXIT
               VARYING CAP-CX FROM 1 BY 1
               UNTIL CAP-CX > CAP-CEIL-CNT.
       2000-EXIT.
           EXIT.
      *
       2100-POST-ONE-CEILING.
           IF CAP-CEIL-PROGRAM (CAP-CX) NOT = RNL-PROGRAM
               GO TO 2100-EXIT
           END-IF
           IF RNL-TABLE-PEAK (CAP-CEIL-SLOT (CAP-CX)) IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE RNL-TABLE-PEAK (CAP-CEIL-SLOT (CAP-CX))
               TO CAP-NEW-PEAK
           IF CAP-HIST-CNT (CAP-CX) < CAP-WINDOW
               ADD 1 TO CAP-HIST-CNT (CAP-CX)
           ELSE
               PERFORM 2110-SHIFT-ONE-PEAK THRU 2110-EXIT
                   VARYING CAP-HX FROM 1 BY 1
                   UNTIL CAP-HX NOT < CAP-WINDOW
           END-IF
           MOVE CAP-NEW-PEAK
               TO CAP-HIST-PEAK (CAP-CX, CAP-HIST-CNT (CAP-CX)).
       2100-EXIT.
           EXIT.
      *
       2110-SHIFT-ONE-PEAK.
           MOVE CAP-HIST-PEAK (CAP-CX, CAP-HX + 1)
               TO CAP-HIST-PEAK (CAP-CX, CAP-HX).
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-JUDGE-ONE-TABLE - AT OR PAST THE CEILING, THEN WITHIN   *
      *  THE WARNING PERCENTAGE OF IT, THEN PROJECTED TO REACH IT     *
      *  WITHIN THE HORIZON AT THE AVERAGE GROWTH PER RUN BETWEEN THE *
      *  OLDEST AND NEWEST PEAK IN THE WINDOW.  A FLAT OR SHRINKING   *
      *  TABLE IS NEVER PROJECTED.                                    *
      ******************************************************************
       3000-JUDGE-ONE-TABLE.
           MOVE 0 TO CAP-GROWTH
           MOVE 0 TO CAP-RUNS-LEFT
           MOVE 0 TO CAP-LAST-PEAK
           MOVE 0 TO CAP-USED-PCT
           IF CAP-HIST-CNT (CAP-CX) = 0
               SET CAP-STATE-NO-DATA TO TRUE
               ADD 1 TO CAP-NO-DATA-CNT
               PERFORM 3100-WRITE-TABLE-LINE THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE CAP-HIST-PEAK (CAP-CX, CAP-HIST-CNT (CAP-CX))
               TO CAP-LAST-PEAK
           MOVE CAP-HIST-PEAK (CAP-CX, 1) TO CAP-FIRST-PEAK
           COMPUTE CAP-USED-PCT =
               CAP-LAST-PEAK * 100 / CAP-CEIL-LIMIT (CAP-CX)
               ON SIZE ERROR
                   MOVE 999 TO CAP-USED-PCT
           END-COMPUTE
           COMPUTE CAP-WARN-LEVEL =
               CAP-CEIL-LIMIT (CAP-CX) * CAP-WARN-PCT / 100
           IF CAP-HIST-CNT (CAP-CX) > 1
               AND CAP-LAST-PEAK > CAP-FIRST-PEAK
               COMPUTE CAP-SPAN = CAP-HIST-CNT (CAP-CX) - 1
               COMPUTE CAP-GROWTH ROUNDED =
                   (CAP-LAST-PEAK - CAP-FIRST-PEAK) / CAP-SPAN
           END-IF
           IF CAP-GROWTH > 0
               AND CAP-LAST-PEAK < CAP-CEIL-LIMIT (CAP-CX)
               COMPUTE CAP-RUNS-LEFT-RAW =
                   (CAP-CEIL-LIMIT (CAP-CX) - CAP-LAST-PEAK)
                   / CAP-GROWTH
               MOVE CAP-RUNS-LEFT-RAW TO CAP-RUNS-LEFT
               IF CAP-RUNS-LEFT-RAW > CAP-RUNS-LEFT
                   ADD 1 TO CAP-RUNS-LEFT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CAP-LAST-PEAK NOT < CAP-CEIL-LIMIT (CAP-CX)
                   SET CAP-STATE-FULL TO TRUE
                   ADD 1 TO CAP-FULL-CNT
               WHEN CAP-LAST-PEAK NOT < CAP-WARN-LEVEL
                   SET CAP-STATE-NEAR TO TRUE
                   ADD 1 TO CAP-WARN-CNT
               WHEN CAP-GROWTH > 0
                   AND CAP-RUNS-LEFT NOT > CAP-HORIZON
                   SET CAP-STATE-PROJECTED TO TRUE
                   ADD 1 TO CAP-WARN-CNT
               WHEN OTHER
                   SET CAP-STATE-OK TO TRUE
           END-EVALUATE
           PERFORM 3100-WRITE-TABLE-LINE THRU 3100-EXIT
           IF NOT CAP-STATE-OK
               PERFORM 3200-RAISE-ALERT THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-WRITE-TABLE-LINE.
           MOVE CAP-CEIL-LIMIT (CAP-CX) TO CAP-LIMIT-TXT
           MOVE CAP-LAST-PEAK TO CAP-PEAK-TXT
           MOVE CAP-USED-PCT  TO CAP-PCT-TXT
           MOVE CAP-GROWTH    TO CAP-GROWTH-TXT
           MOVE SPACES TO CAP-OUT-LINE
           IF CAP-STATE-NO-DATA
               STRING CAP-STATE DELIMITED BY SIZE
                   " " CAP-CEIL-PROGRAM (CAP-CX) DELIMITED BY SIZE
                   " " CAP-CEIL-TABLE (CAP-CX) DELIMITED BY SIZE
                   " CEILING" CAP-LIMIT-TXT DELIMITED BY SIZE
                   " - NO PEAK ON THE RUN LOG" DELIMITED BY SIZE
                   INTO CAP-OUT-LINE
               END-STRING
               WRITE CAPRPT-RECORD FROM CAP-OUT-LINE
               GO TO 3100-EXIT
           END-IF
           MOVE CAP-RUNS-LEFT TO CAP-RUNS-TXT
           STRING CAP-STATE DELIMITED BY SIZE
               " " CAP-CEIL-PROGRAM (CAP-CX) DELIMITED BY SIZE
               " " CAP-CEIL-TABLE (CAP-CX) DELIMITED BY SIZE
               " CEILING" CAP-LIMIT-TXT DELIMITED BY SIZE
               " PEAK" CAP-PEAK-TXT DELIMITED BY SIZE
               " (" CAP-PCT-TXT "%)" DELIMITED BY SIZE
               " GROWTH/RUN" CAP-GROWTH-TXT DELIMITED BY SIZE
               " RUNS LEFT" CAP-RUNS-TXT DELIMITED BY SIZE
               INTO CAP-OUT-LINE
           END-STRING
           WRITE CAPRPT-RECORD FROM CAP-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
       3200-RAISE-ALERT.
           MOVE "WARNING" TO ALT-WS-SEVERITY
           MOVE SPACES TO ALT-WS-SOURCE
           STRING CAP-CEIL-PROGRAM (CAP-CX) DELIMITED BY SPACE
               " " CAP-CEIL-TABLE (CAP-CX) DELIMITED BY SIZE
               INTO ALT-WS-SOURCE
           END-STRING
           MOVE SPACES TO ALT-WS-DETAIL-TEXT
           EVALUATE TRUE
               WHEN CAP-STATE-FULL
                   STRING "TABLE FULL - PEAK" CAP-PEAK-TXT
                       DELIMITED BY SIZE
                       " OF" CAP-LIMIT-TXT DELIMITED BY SIZE
                       ", ENTRIES TURNED AWAY - WIDEN IT"
                       DELIMITED BY SIZE
                       INTO ALT-WS-DETAIL-TEXT
                   END-STRING
               WHEN CAP-STATE-NEAR
                   STRING "TABLE AT" CAP-PCT-TXT "% - PEAK"
                       DELIMITED BY SIZE
                       CAP-PEAK-TXT " OF" CAP-LIMIT-TXT
                       DELIMITED BY SIZE
                       INTO ALT-WS-DETAIL-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "TABLE PROJECTED FULL IN" CAP-RUNS-TXT
                       DELIMITED BY SIZE
                       " RUNS - PEAK" CAP-PEAK-TXT DELIMITED BY SIZE
                       " OF" CAP-LIMIT-TXT DELIMITED BY SIZE
                       INTO ALT-WS-DETAIL-TEXT
                   END-STRING
           END-EVALUATE
           PERFORM 8300-WRITE-ALERT THRU 8300-EXIT.
       3200-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF NOT CAP-CAPRPT-OPENED OR NOT CAP-RUNLOG-OPENED
               GO TO 4000-EXIT
           END-IF
           DISPLAY "CAPMON - " CAP-LOG-CNT " RUN-LOG ROWS READ, "
               CAP-FULL-CNT " TABLES FULL, " CAP-WARN-CNT
               " NEAR OR PROJECTED, " CAP-NO-DATA-CNT " NOT LOGGED"
           IF CAP-WARN-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CAP-FULL-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> SHARED ALERT-WRITE PARAGRAPH - SEE ALERTWR.cpy.
       COPY ALERTWR.
      *
       9000-TERMINATE.
           IF CAP-RUNLOG-OPENED
               CLOSE RUNLOG-FILE
           END-IF
           IF CAP-CAPRPT-OPENED
               CLOSE CAPRPT-FILE
           END-IF.
