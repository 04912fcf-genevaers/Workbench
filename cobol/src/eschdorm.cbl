      ******************************************************************
      **                                                               *
      **  PROGRAM      ESCHDORM                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  UNCLAIMED PROPERTY (ESCHEATMENT) DORMANCY      *
      **      SCREEN AND STATE HOLDER REPORT.  DD ESCPRM NAMES THE     *
      **      DORMANCY PERIOD COUNT, THE AS-OF PERIOD (CCYYMM, ZEROS   *
      **      FOR THE CURRENT MONTH) AND OUR OWN STATE AS HOLDER.      *
      **      EVERY ACCOUNT ON DD MASTEXT WITH A BALANCE IS TRACED     *
      **      THROUGH ITS MRECSNAP HISTORY ON DD MASTHIST (MASTHREC)   *
      **      UP TO THE AS-OF PERIOD; ONE WHOSE AMOUNT HAS NOT MOVED   *
      **      FOR THE WHOLE DORMANCY WINDOW, AND WHOSE OWNER HAS NOT   *
      **      BEEN HEARD FROM INSIDE IT (DD ESCRESP, ESCRREC.cpy), IS  *
      **      DORMANT.  ANY MOVEMENT OR OWNER CONTACT IN THE WINDOW    *
      **      KEEPS AN ACCOUNT OFF THE LIST, SO ONE THAT COMES BACK TO *
      **      LIFE DROPS OFF ON THE NEXT RUN WITH NOTHING TO PULL.     *
      **      THE OWNER IS THE CONFIRMED CUSTXREF LINK (DD CUSTXREF)   *
      **      STAMPED MOST RECENTLY - THE LAST ADDRESS WE HOLD - AND   *
      **      THE PROPERTY IS ASSIGNED TO THE OWNER'S STATE WHEN DD    *
      **      STATEREF KNOWS IT, OTHERWISE TO THE HOLDER STATE.  A     *
      **      DORMANT ACCOUNT WITH AN OWNER ADDRESS GETS A             *
      **      DUE-DILIGENCE LETTER: A MAILING-RECORD ON DD DUEMAIL FOR *
      **      THE MAILING STREAM AND ITS MERGE DATA (ESCLREC.cpy) ON   *
      **      DD DUELTR.  DD ESCHRPT IS THE HOLDER REPORT - EVERY      *
      **      DORMANT ACCOUNT BY JURISDICTION WITH THE PROPERTY TO     *
      **      REMIT AND EACH JURISDICTION'S TOTAL.                     *
      **                                                               *
      **      RETURN-CODE 04 - A DORMANT ACCOUNT HAS NO OWNER ADDRESS  *
      **      TO WRITE TO (IT IS STILL REPORTED FOR REMITTANCE).       *
      **      RETURN-CODE 16 - ESCPRM MISSING OR INVALID, A REQUIRED   *
      **      FILE COULD NOT BE OPENED, OR A TABLE OVERFLOWED (THE     *
      **      REPORT IS INCOMPLETE), OR A DORMANT BALANCE IS TOO      *
      **      LARGE FOR THE LETTER (NO LETTER IS WRITTEN FOR IT).      *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   READS THE WIDENED-AMOUNT MASTER WHEN DD     *
      **                   MASTEXTW IS PRESENT; A BALANCE TOO LARGE    *
      **                   FOR THE LETTER IS REFUSED.                  *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHDORM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCPRM-FILE   ASSIGN TO "ESCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESD-ESCPRM-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - MASTER AND HISTORY ROWS
      *> CARRY COMP AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY
      *> COLLIDE WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT MASTEXT-FILE  ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESD-MASTEXT-STATUS.
      *> OPTIONAL - THE WIDENED-AMOUNT MASTER (MASTRECW.cpy).  WHEN
      *> IT IS PRESENT THE RUN READS IT INSTEAD OF DD MASTEXT - SEE
      *> MASTWWS.cpy.
           SELECT OPTIONAL MASTEXTW-FILE ASSIGN TO "MASTEXTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT MASTHIST-FILE ASSIGN TO "MASTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESD-MASTHIST-STATUS.
      *> OPTIONAL - NO BRIDGE YET MEANS NO OWNER FOR ANY ACCOUNT.
           SELECT OPTIONAL CUSTXREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESD-CUSTXREF-STATUS.
      *> OPTIONAL - NO OWNER HAS ANSWERED YET.
           SELECT OPTIONAL ESCRESP-FILE ASSIGN TO "ESCRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESD-ESCRESP-STATUS.
           SELECT STATEREF-FILE ASSIGN TO "STATEREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESD-STATEREF-STATUS.
           SELECT DUEMAIL-FILE  ASSIGN TO "DUEMAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESD-DUEMAIL-STATUS.
           SELECT DUELTR-FILE   ASSIGN TO "DUELTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESD-DUELTR-STATUS.
           SELECT ESCHRPT-FILE  ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESD-ESCHRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCPRM-FILE.
       01  ESCPRM-RECORD.
           05  ESD-PARM-PERIODS-X          PIC X(03).
           05  ESD-PARM-PERIODS REDEFINES ESD-PARM-PERIODS-X
                                           PIC 9(03).
           05  ESD-PARM-ASOF-X             PIC X(06).
           05  ESD-PARM-ASOF REDEFINES ESD-PARM-ASOF-X
                                           PIC 9(06).
           05  ESD-PARM-HOLDER-STATE       PIC X(02).
       FD  MASTEXT-FILE.
       01  MASTEXT-RECORD                  PIC X(37).
       FD  MASTEXTW-FILE.
       01  MASTEXTW-RECORD                 PIC X(39).
       FD  MASTHIST-FILE.
       COPY MASTHREC.
       FD  CUSTXREF-FILE.
       COPY CUSTXREF.
       FD  ESCRESP-FILE.
       COPY ESCRREC.
       FD  STATEREF-FILE.
       COPY STATEREF.
       FD  DUEMAIL-FILE.
       COPY MAILREC.
       FD  DUELTR-FILE.
       COPY ESCLREC.
       FD  ESCHRPT-FILE.
       01  ESCHRPT-RECORD                  PIC X(110).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  ESD-ESCPRM-STATUS               PIC XX.
           88  ESD-ESCPRM-OK               VALUE "00".
      *> THE MASTER RECORD IN EITHER LAYOUT - SEE MASTWWS.cpy.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  ESD-MASTEXT-STATUS              PIC XX.
           88  ESD-MASTEXT-OK              VALUE "00".
       01  ESD-MASTHIST-STATUS             PIC XX.
           88  ESD-MASTHIST-OK             VALUE "00".
       01  ESD-CUSTXREF-STATUS             PIC XX.
           88  ESD-CUSTXREF-OK             VALUE "00" "05".
       01  ESD-ESCRESP-STATUS              PIC XX.
           88  ESD-ESCRESP-OK              VALUE "00" "05".
       01  ESD-STATEREF-STATUS             PIC XX.
           88  ESD-STATEREF-OK             VALUE "00".
       01  ESD-DUEMAIL-STATUS              PIC XX.
           88  ESD-DUEMAIL-OK              VALUE "00".
       01  ESD-DUELTR-STATUS               PIC XX.
           88  ESD-DUELTR-OK               VALUE "00".
       01  ESD-ESCHRPT-STATUS              PIC XX.
           88  ESD-ESCHRPT-OK              VALUE "00".
      *> EACH FILE'S FINAL READ DRIVES ITS STATUS TO "10", SO WHETHER
      *> A FILE IS OPEN AT TERMINATION TIME IS TRACKED HERE INSTEAD OF
      *> BY RE-TESTING THE LIVE STATUS.
       01  ESD-MASTEXT-OPENED-SW           PIC X(01)       VALUE "N".
           88  ESD-MASTEXT-OPENED          VALUE "Y".
       01  ESD-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  ESD-OUTPUTS-OPENED          VALUE "Y".
       01  ESD-HALT-SW                     PIC X(01)       VALUE "N".
           88  ESD-HALT                    VALUE "Y".
       01  ESD-EOF-SW                      PIC X(01)       VALUE "N".
           88  ESD-EOF                     VALUE "Y".
       01  ESD-STATEREF-SW                 PIC X(01)       VALUE "N".
           88  ESD-STATEREF-LOADED         VALUE "Y".
       01  ESD-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  ESD-RUN-DATE-R REDEFINES ESD-RUN-DATE.
           05  ESD-RUN-PERIOD              PIC 9(06).
           05  FILLER                      PIC 9(02).
       01  ESD-HOLDER-STATE                PIC X(02)       VALUE SPACES.
       01  ESD-PERIODS                     PIC 9(03)       VALUE 0.
      *> THE DORMANCY WINDOW IS THE PERIODS AFTER ESD-WINDOW-START UP
      *> TO AND INCLUDING ESD-ASOF - THE BALANCE AT THE WINDOW START
      *> MUST ALREADY BE THE BALANCE HELD NOW.
       01  ESD-ASOF                        PIC 9(06)       VALUE 0.
       01  ESD-ASOF-R REDEFINES ESD-ASOF.
           05  ESD-ASOF-CCYY               PIC 9(04).
           05  ESD-ASOF-MM                 PIC 9(02).
       01  ESD-WINDOW-START                PIC 9(06)       VALUE 0.
       01  ESD-WINDOW-START-R REDEFINES ESD-WINDOW-START.
           05  ESD-WINDOW-CCYY             PIC 9(04).
           05  ESD-WINDOW-MM               PIC 9(02).
       01  ESD-MONTH-NO                    PIC 9(06) COMP  VALUE 0.
       01  ESD-MONTH-REM                   PIC 9(02) COMP  VALUE 0.
      *> -------------------- ACCOUNT TABLE ----------------------------
      *> ONE ENTRY PER MASTEXT ACCOUNT CARRYING A BALANCE, IN MASTER
      *> ORDER.  ESD-ACC-SINCE IS THE FIRST SNAPSHOT PERIOD OF THE RUN
      *> OF HISTORY ROWS THAT MATCH THE BALANCE HELD NOW (MRECSNAP
      *> APPENDS MONTHS CHRONOLOGICALLY) - ZERO WHILE THE LATEST ROW
      *> SEEN DIFFERS.
       01  ESD-ACC-MAX                     PIC 9(04) COMP  VALUE 2000.
       01  ESD-ACC-CNT                     PIC 9(04) COMP  VALUE 0.
       01  ESD-ACC-OVER-CNT                PIC 9(06)       VALUE 0.
       01  ESD-ACC-TAB.
           05  ESD-ACC-ENTRY               OCCURS 2000 TIMES.
               10  ESD-ACC-ACCOUNT         PIC X(09).
               10  ESD-ACC-AMOUNT          PIC S9(09)V99.
               10  ESD-ACC-FIRST-PERIOD    PIC 9(06).
               10  ESD-ACC-SINCE           PIC 9(06).
               10  ESD-ACC-RESP-DATE       PIC 9(08).
               10  ESD-ACC-OWNER-SW        PIC X(01).
                   88  ESD-ACC-HAS-OWNER   VALUE "Y".
               10  ESD-ACC-OWNER-DATE      PIC 9(08).
               10  ESD-ACC-OWNER-NAME      PIC X(23).
               10  ESD-ACC-OWNER-STREET    PIC X(20).
               10  ESD-ACC-OWNER-CITY      PIC X(17).
               10  ESD-ACC-OWNER-STATE     PIC X(02).
               10  ESD-ACC-OWNER-ZIP       PIC 9(05).
               10  ESD-ACC-RESULT          PIC X(01).
                   88  ESD-ACC-DORMANT     VALUE "D".
               10  ESD-ACC-JURISDICTION    PIC X(02).
               10  ESD-ACC-JUR-WHY         PIC X(01).
                   88  ESD-ACC-OWNER-STATE-USED VALUE "O".
                   88  ESD-ACC-NO-OWNER    VALUE "N".
                   88  ESD-ACC-STATE-UNKNOWN VALUE "U".
       01  ESD-AX                          PIC 9(04) COMP  VALUE 0.
       01  ESD-HIT                         PIC 9(04) COMP  VALUE 0.
       01  ESD-KEY-ACCOUNT                 PIC X(09)       VALUE SPACES.
       01  ESD-HIST-AMOUNT                 PIC S9(04)V99   VALUE 0.
      *> --------------------- STATE TABLE -----------------------------
       01  ESD-STA-MAX                     PIC 9(04) COMP  VALUE 60.
       01  ESD-STA-CNT                     PIC 9(04) COMP  VALUE 0.
       01  ESD-STA-OVER-CNT                PIC 9(06)       VALUE 0.
       01  ESD-STA-TAB.
           05  ESD-STA-ENTRY               OCCURS 60 TIMES.
               10  ESD-STA-CODE            PIC X(02).
               10  ESD-STA-NAME            PIC X(20).
       01  ESD-SX                          PIC 9(04) COMP  VALUE 0.
       01  ESD-STA-HIT                     PIC 9(04) COMP  VALUE 0.
      *> ------------------ JURISDICTION TABLE -------------------------
      *> ONE ENTRY PER JURISDICTION HOLDING DORMANT PROPERTY, KEPT IN
      *> STATE-CODE ORDER AS IT FILLS SO THE REPORT NEEDS NO SORT STEP.
       01  ESD-JUR-MAX                     PIC 9(04) COMP  VALUE 60.
       01  ESD-JUR-CNT                     PIC 9(04) COMP  VALUE 0.
       01  ESD-JUR-OVER-CNT                PIC 9(06)       VALUE 0.
       01  ESD-JUR-TAB.
           05  ESD-JUR-ENTRY               OCCURS 60 TIMES.
               10  ESD-JUR-CODE            PIC X(02).
               10  ESD-JUR-ACCOUNTS        PIC 9(06).
               10  ESD-JUR-AMOUNT          PIC 9(11)V99.
       01  ESD-JX                          PIC 9(04) COMP  VALUE 0.
       01  ESD-SHIFT-IX                    PIC 9(04) COMP  VALUE 0.
       01  ESD-JUR-HIT                     PIC 9(04) COMP  VALUE 0.
       01  ESD-KEY-STATE                   PIC X(02)       VALUE SPACES.
      *> ----------------------- TOTALS --------------------------------
       01  ESD-MAST-READ-CNT               PIC 9(08)       VALUE 0.
       01  ESD-NO-BALANCE-CNT              PIC 9(06)       VALUE 0.
       01  ESD-SHORT-CNT                   PIC 9(06)       VALUE 0.
       01  ESD-ACTIVE-CNT                  PIC 9(06)       VALUE 0.
       01  ESD-RESPONDED-CNT               PIC 9(06)       VALUE 0.
       01  ESD-DORMANT-CNT                 PIC 9(06)       VALUE 0.
       01  ESD-LETTER-CNT                  PIC 9(06)       VALUE 0.
       01  ESD-NO-LETTER-CNT               PIC 9(06)       VALUE 0.
       01  ESD-DORMANT-AMOUNT              PIC 9(11)V99    VALUE 0.
       01  ESD-AMT-TXT                     PIC Z(10)9.99.
       01  ESD-BAL-TXT                     PIC Z(08)9.99.
      *> THE LETTER MERGE RECORD (ESCLREC.cpy) CARRIES THE BALANCE IN
      *> 9(04)V99 - A LARGER ONE CANNOT BE PRINTED ON THE LETTER.
       01  ESD-LETTER-AMT-MAX              PIC 9(04)V99
                                           VALUE 9999.99.
       01  ESD-LTR-SIZE-CNT                PIC 9(06)       VALUE 0.
       01  ESD-LETTER-TXT                  PIC X(30)       VALUE SPACES.
       01  ESD-OUT-LINE                    PIC X(110)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ESD-HALT
               PERFORM 1100-LOAD-ONE-MASTER THRU 1100-EXIT
                   UNTIL ESD-EOF
               PERFORM 1200-LOAD-STATES THRU 1200-EXIT
               PERFORM 1300-TRACE-HISTORY THRU 1300-EXIT
           END-IF
           IF NOT ESD-HALT
               PERFORM 1400-NOTE-RESPONSES THRU 1400-EXIT
               PERFORM 1500-FIND-OWNERS THRU 1500-EXIT
               PERFORM 1600-OPEN-OUTPUTS THRU 1600-EXIT
           END-IF
           IF NOT ESD-HALT
               PERFORM 2000-JUDGE-ONE-ACCOUNT THRU 2000-EXIT
                   VARYING ESD-AX FROM 1 BY 1
                   UNTIL ESD-AX > ESD-ACC-CNT
               PERFORM 3000-HOLDER-REPORT THRU 3000-EXIT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - THE PARM SETS THE WINDOW.  ESD-WINDOW-START *
      *  IS THE AS-OF PERIOD LESS THE DORMANCY PERIOD COUNT, IN        *
      *  WHOLE MONTHS.                                                 *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT ESD-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT ESCPRM-FILE
           IF NOT ESD-ESCPRM-OK
               DISPLAY "ESCHDORM - UNABLE TO OPEN ESCPRM, STATUS="
                   ESD-ESCPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           READ ESCPRM-FILE
               AT END
                   DISPLAY "ESCHDORM - ESCPRM IS EMPTY"
                   CLOSE ESCPRM-FILE
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
           END-READ
           CLOSE ESCPRM-FILE
           IF ESD-PARM-PERIODS-X IS NOT NUMERIC
               OR ESD-PARM-ASOF-X IS NOT NUMERIC
               OR ESD-PARM-HOLDER-STATE = SPACES
               DISPLAY "ESCHDORM - ESCPRM MUST CARRY PERIODS 9(03), "
                   "AS-OF CCYYMM AND THE HOLDER STATE"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE ESD-PARM-PERIODS TO ESD-PERIODS
           MOVE ESD-PARM-HOLDER-STATE TO ESD-HOLDER-STATE
           IF ESD-PARM-ASOF = 0
               MOVE ESD-RUN-PERIOD TO ESD-ASOF
           ELSE
               MOVE ESD-PARM-ASOF TO ESD-ASOF
           END-IF
           IF ESD-PERIODS = 0
               OR ESD-ASOF-MM < 1 OR ESD-ASOF-MM > 12
               DISPLAY "ESCHDORM - ESCPRM PERIODS " ESD-PERIODS
                   " OR AS-OF " ESD-ASOF " IS NOT USABLE"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           COMPUTE ESD-MONTH-NO =
               ESD-ASOF-CCYY * 12 + ESD-ASOF-MM - 1 - ESD-PERIODS
           DIVIDE ESD-MONTH-NO BY 12 GIVING ESD-WINDOW-CCYY
               REMAINDER ESD-MONTH-REM
           COMPUTE ESD-WINDOW-MM = ESD-MONTH-REM + 1
           PERFORM 1050-OPEN-MASTER THRU 1050-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-OPEN-MASTER - THE WIDENED MASTER WINS WHEN ITS DD IS    *
      *  PRESENT; OTHERWISE THE RUN IS ON THE OLD LAYOUT AS ALWAYS.   *
      ******************************************************************
       1050-OPEN-MASTER.
           OPEN INPUT MASTEXTW-FILE
           IF MASTW-OK
               MOVE "W" TO MASTW-LAYOUT-SW
               MOVE "Y" TO MASTW-OPENED-SW
               GO TO 1050-EXIT
           END-IF
           IF NOT MASTW-ABSENT
               DISPLAY "ESCHDORM - UNABLE TO OPEN MASTEXTW, STATUS="
                   MASTW-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1050-EXIT
           END-IF
           CLOSE MASTEXTW-FILE
           OPEN INPUT MASTEXT-FILE
           IF NOT ESD-MASTEXT-OK
               DISPLAY "ESCHDORM - UNABLE TO OPEN MASTEXT, STATUS="
                   ESD-MASTEXT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1050-EXIT
           END-IF
           MOVE "Y" TO ESD-MASTEXT-OPENED-SW.
       1050-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-MASTER.
           IF MASTW-WIDE-LAYOUT
               READ MASTEXTW-FILE INTO MASTER-REC-W
                   AT END
                       MOVE "Y" TO ESD-EOF-SW
               END-READ
           ELSE
               READ MASTEXT-FILE INTO MASTER_REC
                   AT END
                       MOVE "Y" TO ESD-EOF-SW
               END-READ
           END-IF
           IF ESD-EOF
               GO TO 1100-EXIT
           END-IF
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           ADD 1 TO ESD-MAST-READ-CNT
           IF MASTW-AMOUNT NOT > 0
               ADD 1 TO ESD-NO-BALANCE-CNT
               GO TO 1100-EXIT
           END-IF
           IF ESD-ACC-CNT NOT < ESD-ACC-MAX
               ADD 1 TO ESD-ACC-OVER-CNT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO ESD-ACC-CNT
           MOVE ESD-ACC-CNT TO ESD-AX
           MOVE ACCOUNT_NO OF MASTER_REC TO ESD-ACC-ACCOUNT (ESD-AX)
           MOVE MASTW-AMOUNT TO ESD-ACC-AMOUNT (ESD-AX)
           MOVE 0 TO ESD-ACC-FIRST-PERIOD (ESD-AX)
           MOVE 0 TO ESD-ACC-SINCE (ESD-AX)
           MOVE 0 TO ESD-ACC-RESP-DATE (ESD-AX)
           MOVE "N" TO ESD-ACC-OWNER-SW (ESD-AX)
           MOVE 0 TO ESD-ACC-OWNER-DATE (ESD-AX)
           MOVE SPACES TO ESD-ACC-OWNER-NAME (ESD-AX)
           MOVE SPACES TO ESD-ACC-OWNER-STREET (ESD-AX)
           MOVE SPACES TO ESD-ACC-OWNER-CITY (ESD-AX)
           MOVE SPACES TO ESD-ACC-OWNER-STATE (ESD-AX)
           MOVE 0 TO ESD-ACC-OWNER-ZIP (ESD-AX)
           MOVE SPACE TO ESD-ACC-RESULT (ESD-AX)
           MOVE SPACES TO ESD-ACC-JURISDICTION (ESD-AX)
           MOVE SPACE TO ESD-ACC-JUR-WHY (ESD-AX).
       1100-EXIT.
           EXIT.
      *
      *> A STATEREF THAT CANNOT BE READ COSTS THE STATE NAMES AND THE
      *> CHECK ON THE OWNER'S STATE, NOT THE RUN - ANY NON-BLANK OWNER
      *> STATE IS THEN TAKEN AS ITS JURISDICTION.
       1200-LOAD-STATES.
           MOVE "N" TO ESD-EOF-SW
           OPEN INPUT STATEREF-FILE
           IF NOT ESD-STATEREF-OK
               DISPLAY "ESCHDORM - STATEREF NOT READABLE, STATUS="
                   ESD-STATEREF-STATUS " - OWNER STATES UNCHECKED"
               GO TO 1200-EXIT
           END-IF
           MOVE "Y" TO ESD-STATEREF-SW
           PERFORM 1210-LOAD-ONE-STATE THRU 1210-EXIT
               UNTIL ESD-EOF
           CLOSE STATEREF-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-STATE.
           READ STATEREF-FILE
               AT END
                   MOVE "Y" TO ESD-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           IF ESD-STA-CNT NOT < ESD-STA-MAX
               ADD 1 TO ESD-STA-OVER-CNT
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO ESD-STA-CNT
           MOVE STA-STATE TO ESD-STA-CODE (ESD-STA-CNT)
           MOVE STA-STATE-NAME TO ESD-STA-NAME (ESD-STA-CNT).
       1210-EXIT.
           EXIT.
      *
       1300-TRACE-HISTORY.
           MOVE "N" TO ESD-EOF-SW
           OPEN INPUT MASTHIST-FILE
           IF NOT ESD-MASTHIST-OK
               DISPLAY "ESCHDORM - UNABLE TO OPEN MASTHIST, STATUS="
                   ESD-MASTHIST-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-TRACE-ONE-HIST-ROW THRU 1310-EXIT
               UNTIL ESD-EOF
           CLOSE MASTHIST-FILE.
       1300-EXIT.
           EXIT.
      *
      *> A ROW MATCHING TODAY'S BALANCE STARTS (OR CONTINUES) THE RUN
      *> ESD-ACC-SINCE MARKS; A ROW THAT DIFFERS ENDS IT.
       1310-TRACE-ONE-HIST-ROW.
           READ MASTHIST-FILE
               AT END
                   MOVE "Y" TO ESD-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           IF MSH-PERIOD > ESD-ASOF
               GO TO 1310-EXIT
           END-IF
           MOVE MSH-ACCOUNT-NO TO ESD-KEY-ACCOUNT
           PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT
           IF ESD-HIT = 0
               GO TO 1310-EXIT
           END-IF
           IF ESD-ACC-FIRST-PERIOD (ESD-HIT) = 0
               OR MSH-PERIOD < ESD-ACC-FIRST-PERIOD (ESD-HIT)
               MOVE MSH-PERIOD TO ESD-ACC-FIRST-PERIOD (ESD-HIT)
           END-IF
           MOVE MSH-AMOUNT TO ESD-HIST-AMOUNT
           IF ESD-HIST-AMOUNT NOT = ESD-ACC-AMOUNT (ESD-HIT)
               MOVE 0 TO ESD-ACC-SINCE (ESD-HIT)
               GO TO 1310-EXIT
           END-IF
           IF ESD-ACC-SINCE (ESD-HIT) = 0
               MOVE MSH-PERIOD TO ESD-ACC-SINCE (ESD-HIT)
           END-IF.
       1310-EXIT.
           EXIT.
      *
       1400-NOTE-RESPONSES.
           MOVE "N" TO ESD-EOF-SW
           OPEN INPUT ESCRESP-FILE
           IF NOT ESD-ESCRESP-OK
               DISPLAY "ESCHDORM - UNABLE TO OPEN ESCRESP, STATUS="
                   ESD-ESCRESP-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-NOTE-ONE-RESPONSE THRU 1410-EXIT
               UNTIL ESD-EOF
           CLOSE ESCRESP-FILE.
       1400-EXIT.
           EXIT.
      *
       1410-NOTE-ONE-RESPONSE.
           READ ESCRESP-FILE
               AT END
                   MOVE "Y" TO ESD-EOF-SW
                   GO TO 1410-EXIT
           END-READ
           IF ESR-RESP-DATE IS NOT NUMERIC
               GO TO 1410-EXIT
           END-IF
           MOVE ESR-ACCOUNT-NO TO ESD-KEY-ACCOUNT
           PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT
           IF ESD-HIT = 0
               GO TO 1410-EXIT
           END-IF
           IF ESR-RESP-DATE > ESD-ACC-RESP-DATE (ESD-HIT)
               MOVE ESR-RESP-DATE TO ESD-ACC-RESP-DATE (ESD-HIT)
           END-IF.
       1410-EXIT.
           EXIT.
      *
       1500-FIND-OWNERS.
           MOVE "N" TO ESD-EOF-SW
           OPEN INPUT CUSTXREF-FILE
           IF NOT ESD-CUSTXREF-OK
               DISPLAY "ESCHDORM - UNABLE TO OPEN CUSTXREF, STATUS="
                   ESD-CUSTXREF-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-NOTE-ONE-LINK THRU 1510-EXIT
               UNTIL ESD-EOF
           CLOSE CUSTXREF-FILE.
       1500-EXIT.
           EXIT.
      *
      *> ONLY A CONFIRMED LINK NAMES AN OWNER - A PROPOSED ONE IS
      *> STILL A GUESS, AND A STATUTORY LETTER IS NOT SENT ON A GUESS.
      *> THE MOST RECENTLY STAMPED LINK IS THE LAST ADDRESS WE HOLD.
       1510-NOTE-ONE-LINK.
           READ CUSTXREF-FILE
               AT END
                   MOVE "Y" TO ESD-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           IF NOT CXR-CONFIRMED
               GO TO 1510-EXIT
           END-IF
           MOVE CXR-ACCOUNT-NO TO ESD-KEY-ACCOUNT
           PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT
           IF ESD-HIT = 0
               GO TO 1510-EXIT
           END-IF
           IF ESD-ACC-HAS-OWNER (ESD-HIT)
               AND CXR-STAMP-DATE < ESD-ACC-OWNER-DATE (ESD-HIT)
               GO TO 1510-EXIT
           END-IF
           MOVE "Y" TO ESD-ACC-OWNER-SW (ESD-HIT)
           MOVE CXR-STAMP-DATE TO ESD-ACC-OWNER-DATE (ESD-HIT)
           MOVE CXR-CUSTOMER-NAME TO ESD-ACC-OWNER-NAME (ESD-HIT)
           MOVE CXR-STREET-ADDRESS TO ESD-ACC-OWNER-STREET (ESD-HIT)
           MOVE CXR-CITY TO ESD-ACC-OWNER-CITY (ESD-HIT)
           MOVE CXR-STATE TO ESD-ACC-OWNER-STATE (ESD-HIT)
           MOVE CXR-ZIP TO ESD-ACC-OWNER-ZIP (ESD-HIT).
       1510-EXIT.
           EXIT.
      *
       1600-OPEN-OUTPUTS.
           OPEN OUTPUT DUEMAIL-FILE
           OPEN OUTPUT DUELTR-FILE
           OPEN OUTPUT ESCHRPT-FILE
           MOVE "Y" TO ESD-OUTPUTS-OPENED-SW
           IF NOT ESD-DUEMAIL-OK OR NOT ESD-DUELTR-OK
               OR NOT ESD-ESCHRPT-OK
               DISPLAY "ESCHDORM - OPEN FAILED, DUEMAIL STATUS="
                   ESD-DUEMAIL-STATUS " DUELTR STATUS="
                   ESD-DUELTR-STATUS " ESCHRPT STATUS="
                   ESD-ESCHRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1600-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO ESD-HALT-SW
           MOVE "Y" TO ESD-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-JUDGE-ONE-ACCOUNT - HISTORY THAT DOES NOT REACH BACK TO  *
      *  THE WINDOW START PROVES NOTHING; A BALANCE THAT MOVED, OR AN  *
      *  OWNER WHO ANSWERED, INSIDE THE WINDOW IS ACTIVITY; WHAT IS    *
      *  LEFT IS DORMANT AND IS ASSIGNED ITS JURISDICTION.             *
      ******************************************************************
       2000-JUDGE-ONE-ACCOUNT.
           IF ESD-ACC-FIRST-PERIOD (ESD-AX) = 0
               OR ESD-ACC-FIRST-PERIOD (ESD-AX) > ESD-WINDOW-START
               MOVE "S" TO ESD-ACC-RESULT (ESD-AX)
               ADD 1 TO ESD-SHORT-CNT
               GO TO 2000-EXIT
           END-IF
           IF ESD-ACC-SINCE (ESD-AX) = 0
               OR ESD-ACC-SINCE (ESD-AX) > ESD-WINDOW-START
               MOVE "A" TO ESD-ACC-RESULT (ESD-AX)
               ADD 1 TO ESD-ACTIVE-CNT
               GO TO 2000-EXIT
           END-IF
           IF ESD-ACC-RESP-DATE (ESD-AX) (1:6) > ESD-WINDOW-START
               MOVE "R" TO ESD-ACC-RESULT (ESD-AX)
               ADD 1 TO ESD-RESPONDED-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE "D" TO ESD-ACC-RESULT (ESD-AX)
           ADD 1 TO ESD-DORMANT-CNT
           ADD ESD-ACC-AMOUNT (ESD-AX) TO ESD-DORMANT-AMOUNT
           PERFORM 2100-ASSIGN-JURISDICTION THRU 2100-EXIT
           PERFORM 2200-WRITE-LETTER THRU 2200-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-ASSIGN-JURISDICTION.
           EVALUATE TRUE
               WHEN NOT ESD-ACC-HAS-OWNER (ESD-AX)
                   MOVE "N" TO ESD-ACC-JUR-WHY (ESD-AX)
                   MOVE ESD-HOLDER-STATE TO ESD-KEY-STATE
               WHEN ESD-ACC-OWNER-STATE (ESD-AX) = SPACES
                   MOVE "U" TO ESD-ACC-JUR-WHY (ESD-AX)
                   MOVE ESD-HOLDER-STATE TO ESD-KEY-STATE
               WHEN OTHER
                   MOVE ESD-ACC-OWNER-STATE (ESD-AX) TO ESD-KEY-STATE
                   PERFORM 7100-FIND-STATE THRU 7100-EXIT
                   IF ESD-STA-HIT > 0 OR NOT ESD-STATEREF-LOADED
                       MOVE "O" TO ESD-ACC-JUR-WHY (ESD-AX)
                   ELSE
                       MOVE "U" TO ESD-ACC-JUR-WHY (ESD-AX)
                       MOVE ESD-HOLDER-STATE TO ESD-KEY-STATE
                   END-IF
           END-EVALUATE
           MOVE ESD-KEY-STATE TO ESD-ACC-JURISDICTION (ESD-AX)
           PERFORM 7200-FIND-JURISDICTION THRU 7200-EXIT
           IF ESD-JUR-HIT > 0
               ADD 1 TO ESD-JUR-ACCOUNTS (ESD-JUR-HIT)
               ADD ESD-ACC-AMOUNT (ESD-AX)
                   TO ESD-JUR-AMOUNT (ESD-JUR-HIT)
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *> THE LETTER NEEDS AN ADDRESS.  ONE WHOSE OWNER STATE STATEREF
      *> DOES NOT KNOW STILL GOES - THE PROPERTY FOLLOWS THE HOLDER
      *> STATE, BUT THE OWNER IS STILL OWED THE NOTICE.
       2200-WRITE-LETTER.
           IF NOT ESD-ACC-HAS-OWNER (ESD-AX)
               OR ESD-ACC-OWNER-STREET (ESD-AX) = SPACES
               ADD 1 TO ESD-NO-LETTER-CNT
               GO TO 2200-EXIT
           END-IF
           IF ESD-ACC-AMOUNT (ESD-AX) > ESD-LETTER-AMT-MAX
               DISPLAY "ESCHDORM - ACCOUNT " ESD-ACC-ACCOUNT (ESD-AX)
                   " BALANCE TOO LARGE FOR THE LETTER - NOT WRITTEN"
               ADD 1 TO ESD-LTR-SIZE-CNT
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO MAILING-RECORD
           MOVE ESD-ACC-OWNER-NAME (ESD-AX) TO COMPANY-NAME
           MOVE ESD-ACC-OWNER-STREET (ESD-AX) TO STREET-ADDRESS
           MOVE ESD-ACC-OWNER-CITY (ESD-AX) TO CITY
           MOVE ESD-ACC-OWNER-STATE (ESD-AX) TO STATE
           MOVE ESD-ACC-OWNER-ZIP (ESD-AX) TO ZIP
           MOVE 0 TO CONTACT-COUNT
           WRITE MAILING-RECORD
           MOVE ESD-RUN-DATE TO ESL-LETTER-DATE
           MOVE ESD-ACC-ACCOUNT (ESD-AX) TO ESL-ACCOUNT-NO
           MOVE ESD-ACC-OWNER-NAME (ESD-AX) TO ESL-OWNER-NAME
           MOVE ESD-ACC-OWNER-STREET (ESD-AX) TO ESL-STREET-ADDRESS
           MOVE ESD-ACC-OWNER-CITY (ESD-AX) TO ESL-CITY
           MOVE ESD-ACC-OWNER-STATE (ESD-AX) TO ESL-STATE
           MOVE ESD-ACC-OWNER-ZIP (ESD-AX) TO ESL-ZIP
           MOVE ESD-ACC-AMOUNT (ESD-AX) TO ESL-AMOUNT
           MOVE ESD-ACC-SINCE (ESD-AX) TO ESL-UNCHANGED-SINCE
           MOVE ESD-ACC-JURISDICTION (ESD-AX) TO ESL-JURISDICTION
           WRITE ESCHEAT-LETTER-RECORD
           ADD 1 TO ESD-LETTER-CNT.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-HOLDER-REPORT - ONE SECTION PER JURISDICTION IN STATE    *
      *  CODE ORDER: ITS DORMANT ACCOUNTS, THEN THE PROPERTY TO REMIT. *
      ******************************************************************
       3000-HOLDER-REPORT.
           MOVE SPACES TO ESD-OUT-LINE
           STRING "UNCLAIMED PROPERTY HOLDER REPORT AS OF " ESD-ASOF
               " - NO MOVEMENT IN THE " ESD-PERIODS
               " PERIODS AFTER " ESD-WINDOW-START
               ", HOLDER STATE " ESD-HOLDER-STATE
               DELIMITED BY SIZE INTO ESD-OUT-LINE
           END-STRING
           WRITE ESCHRPT-RECORD FROM ESD-OUT-LINE
           PERFORM 3100-REPORT-ONE-JURISDICTION THRU 3100-EXIT
               VARYING ESD-JX FROM 1 BY 1
               UNTIL ESD-JX > ESD-JUR-CNT
           MOVE SPACES TO ESCHRPT-RECORD
           WRITE ESCHRPT-RECORD
           MOVE ESD-DORMANT-AMOUNT TO ESD-AMT-TXT
           MOVE SPACES TO ESD-OUT-LINE
           STRING "ALL JURISDICTIONS " ESD-DORMANT-CNT
               " ACCOUNTS, PROPERTY " ESD-AMT-TXT ", "
               ESD-LETTER-CNT " LETTERS, " ESD-NO-LETTER-CNT
               " WITH NO OWNER ADDRESS"
               DELIMITED BY SIZE INTO ESD-OUT-LINE
           END-STRING
           WRITE ESCHRPT-RECORD FROM ESD-OUT-LINE
           MOVE SPACES TO ESD-OUT-LINE
           STRING "NOT DORMANT: " ESD-ACTIVE-CNT " MOVED, "
               ESD-RESPONDED-CNT " OWNER RESPONDED, " ESD-SHORT-CNT
               " HISTORY TOO SHORT, " ESD-NO-BALANCE-CNT
               " NO BALANCE"
               DELIMITED BY SIZE INTO ESD-OUT-LINE
           END-STRING
           WRITE ESCHRPT-RECORD FROM ESD-OUT-LINE.
       3000-EXIT.
           EXIT.
      *
       3100-REPORT-ONE-JURISDICTION.
           MOVE ESD-JUR-CODE (ESD-JX) TO ESD-KEY-STATE
           PERFORM 7100-FIND-STATE THRU 7100-EXIT
           MOVE SPACES TO ESCHRPT-RECORD
           WRITE ESCHRPT-RECORD
           MOVE SPACES TO ESD-OUT-LINE
           IF ESD-STA-HIT > 0
               STRING "JURISDICTION " ESD-KEY-STATE " "
                   ESD-STA-NAME (ESD-STA-HIT)
                   DELIMITED BY SIZE INTO ESD-OUT-LINE
               END-STRING
           ELSE
               STRING "JURISDICTION " ESD-KEY-STATE
                   DELIMITED BY SIZE INTO ESD-OUT-LINE
               END-STRING
           END-IF
           WRITE ESCHRPT-RECORD FROM ESD-OUT-LINE
           MOVE "  ACCOUNT    OWNER                   BALANCE"
               TO ESD-OUT-LINE
           MOVE "  SINCE   LETTER" TO ESD-OUT-LINE (45:)
           WRITE ESCHRPT-RECORD FROM ESD-OUT-LINE
           PERFORM 3110-REPORT-ONE-ACCOUNT THRU 3110-EXIT
               VARYING ESD-AX FROM 1 BY 1
               UNTIL ESD-AX > ESD-ACC-CNT
           MOVE ESD-JUR-AMOUNT (ESD-JX) TO ESD-AMT-TXT
           MOVE SPACES TO ESD-OUT-LINE
           STRING "  TOTAL " ESD-KEY-STATE " "
               ESD-JUR-ACCOUNTS (ESD-JX) " ACCOUNTS, PROPERTY TO "
               "REMIT " ESD-AMT-TXT
               DELIMITED BY SIZE INTO ESD-OUT-LINE
           END-STRING
           WRITE ESCHRPT-RECORD FROM ESD-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
       3110-REPORT-ONE-ACCOUNT.
           IF NOT ESD-ACC-DORMANT (ESD-AX)
               OR ESD-ACC-JURISDICTION (ESD-AX)
                   NOT = ESD-JUR-CODE (ESD-JX)
               GO TO 3110-EXIT
           END-IF
           EVALUATE TRUE
               WHEN ESD-ACC-NO-OWNER (ESD-AX)
                   MOVE "NONE - NO OWNER ON FILE" TO ESD-LETTER-TXT
               WHEN ESD-ACC-OWNER-STREET (ESD-AX) = SPACES
                   MOVE "NONE - NO OWNER ADDRESS" TO ESD-LETTER-TXT
               WHEN ESD-ACC-AMOUNT (ESD-AX) > ESD-LETTER-AMT-MAX
                   MOVE "NONE - BALANCE TOO LARGE" TO ESD-LETTER-TXT
               WHEN ESD-ACC-STATE-UNKNOWN (ESD-AX)
                   MOVE SPACES TO ESD-LETTER-TXT
                   STRING "SENT - OWNER STATE "
                       ESD-ACC-OWNER-STATE (ESD-AX) " UNKNOWN"
                       DELIMITED BY SIZE INTO ESD-LETTER-TXT
                   END-STRING
               WHEN OTHER
                   MOVE "SENT" TO ESD-LETTER-TXT
           END-EVALUATE
           MOVE ESD-ACC-AMOUNT (ESD-AX) TO ESD-BAL-TXT
           MOVE SPACES TO ESD-OUT-LINE
           STRING "  " ESD-ACC-ACCOUNT (ESD-AX)
               "  " ESD-ACC-OWNER-NAME (ESD-AX)
               "  " ESD-BAL-TXT
               "  " ESD-ACC-SINCE (ESD-AX)
               "  " ESD-LETTER-TXT
               DELIMITED BY SIZE INTO ESD-OUT-LINE
           END-STRING
           WRITE ESCHRPT-RECORD FROM ESD-OUT-LINE.
       3110-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "ESCHDORM - " ESD-MAST-READ-CNT " MASTER, "
               ESD-ACC-CNT " WITH A BALANCE, " ESD-DORMANT-CNT
               " DORMANT, " ESD-LETTER-CNT " LETTERS"
           IF ESD-NO-LETTER-CNT > 0 AND RETURN-CODE = 0
               DISPLAY "ESCHDORM - " ESD-NO-LETTER-CNT
                   " DORMANT ACCOUNTS HAVE NO OWNER ADDRESS TO WRITE TO"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ESD-ACC-OVER-CNT > 0
               DISPLAY "ESCHDORM - " ESD-ACC-OVER-CNT
                   " ACCOUNTS EXCEEDED THE ACCOUNT TABLE - REPORT IS "
                   "INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF ESD-STA-OVER-CNT > 0
               DISPLAY "ESCHDORM - " ESD-STA-OVER-CNT
                   " STATEREF ROWS EXCEEDED THE STATE TABLE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF ESD-JUR-OVER-CNT > 0
               DISPLAY "ESCHDORM - " ESD-JUR-OVER-CNT
                   " DORMANT ACCOUNTS FELL OUTSIDE THE JURISDICTION "
                   "TABLE - REPORT IS INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF ESD-LTR-SIZE-CNT > 0
               DISPLAY "ESCHDORM - " ESD-LTR-SIZE-CNT
                   " DORMANT BALANCES TOO LARGE FOR THE LETTER - "
                   "LETTERS NOT WRITTEN"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7000-FIND-ACCOUNT.
           MOVE 0 TO ESD-HIT
           PERFORM 7010-MATCH-ONE-ACCOUNT THRU 7010-EXIT
               VARYING ESD-AX FROM 1 BY 1
               UNTIL ESD-AX > ESD-ACC-CNT OR ESD-HIT > 0.
       7000-EXIT.
           EXIT.
      *
       7010-MATCH-ONE-ACCOUNT.
           IF ESD-ACC-ACCOUNT (ESD-AX) = ESD-KEY-ACCOUNT
               MOVE ESD-AX TO ESD-HIT
           END-IF.
       7010-EXIT.
           EXIT.
      *
      *> ESD-STA-HIT COMES BACK AS ESD-KEY-STATE'S STATEREF ENTRY, OR
      *> ZERO.
       7100-FIND-STATE.
           MOVE 0 TO ESD-STA-HIT
           PERFORM 7110-MATCH-ONE-STATE THRU 7110-EXIT
               VARYING ESD-SX FROM 1 BY 1
               UNTIL ESD-SX > ESD-STA-CNT OR ESD-STA-HIT > 0.
       7100-EXIT.
           EXIT.
      *
       7110-MATCH-ONE-STATE.
           IF ESD-STA-CODE (ESD-SX) = ESD-KEY-STATE
               MOVE ESD-SX TO ESD-STA-HIT
           END-IF.
       7110-EXIT.
           EXIT.
      *
      *> ESD-JUR-HIT COMES BACK AS ESD-KEY-STATE'S ENTRY, OR ZERO WHEN
      *> A NEW JURISDICTION WOULD NOT FIT.  ESD-JX STOPS ON THE FIRST
      *> ENTRY NOT BELOW THE KEY - THE MATCH, OR WHERE A NEW ONE GOES.
       7200-FIND-JURISDICTION.
           MOVE 0 TO ESD-JUR-HIT
           PERFORM 7210-STEP-PAST-ONE-JUR THRU 7210-EXIT
               VARYING ESD-JX FROM 1 BY 1
               UNTIL ESD-JX > ESD-JUR-CNT
               OR ESD-JUR-CODE (ESD-JX) NOT < ESD-KEY-STATE
           IF ESD-JX NOT > ESD-JUR-CNT
               IF ESD-JUR-CODE (ESD-JX) = ESD-KEY-STATE
                   MOVE ESD-JX TO ESD-JUR-HIT
                   GO TO 7200-EXIT
               END-IF
           END-IF
           IF ESD-JUR-CNT NOT < ESD-JUR-MAX
               ADD 1 TO ESD-JUR-OVER-CNT
               GO TO 7200-EXIT
           END-IF
           PERFORM 7220-SHIFT-ONE-JUR THRU 7220-EXIT
               VARYING ESD-SHIFT-IX FROM ESD-JUR-CNT BY -1
               UNTIL ESD-SHIFT-IX < ESD-JX
           ADD 1 TO ESD-JUR-CNT
           MOVE ESD-KEY-STATE TO ESD-JUR-CODE (ESD-JX)
           MOVE 0 TO ESD-JUR-ACCOUNTS (ESD-JX)
           MOVE 0 TO ESD-JUR-AMOUNT (ESD-JX)
           MOVE ESD-JX TO ESD-JUR-HIT.
       7200-EXIT.
           EXIT.
      *
       7210-STEP-PAST-ONE-JUR.
           CONTINUE.
       7210-EXIT.
           EXIT.
      *
       7220-SHIFT-ONE-JUR.
           MOVE ESD-JUR-ENTRY (ESD-SHIFT-IX)
               TO ESD-JUR-ENTRY (ESD-SHIFT-IX + 1).
       7220-EXIT.
           EXIT.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT ESD-MASTEXT-OPENED AND NOT MASTW-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "ESCHDORM" TO AXL-WS-PROGRAM
           IF MASTW-OPENED
               MOVE "MASTEXTW" TO AXL-WS-EXTRACT-DD
           ELSE
               MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           END-IF
           MOVE ESD-MAST-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "ESCHDORM" TO RNL-WS-PROGRAM
           MOVE ESD-MAST-READ-CNT TO RNL-WS-RECORDS-IN
           MOVE ESD-LETTER-CNT TO RNL-WS-RECORDS-OUT
           MOVE ESD-NO-LETTER-CNT TO RNL-WS-RECORDS-SUSP
           IF ESD-ACC-OVER-CNT > 0
               COMPUTE RNL-WS-TABLE-PEAK (1) = ESD-ACC-MAX + 1
           ELSE
               MOVE ESD-ACC-CNT TO RNL-WS-TABLE-PEAK (1)
           END-IF
           IF ESD-JUR-OVER-CNT > 0
               COMPUTE RNL-WS-TABLE-PEAK (2) = ESD-JUR-MAX + 1
           ELSE
               MOVE ESD-JUR-CNT TO RNL-WS-TABLE-PEAK (2)
           END-IF
           IF ESD-STA-OVER-CNT > 0
               COMPUTE RNL-WS-TABLE-PEAK (3) = ESD-STA-MAX + 1
           ELSE
               MOVE ESD-STA-CNT TO RNL-WS-TABLE-PEAK (3)
           END-IF
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF ESD-MASTEXT-OPENED
               CLOSE MASTEXT-FILE
           END-IF
           IF MASTW-OPENED
               CLOSE MASTEXTW-FILE
           END-IF
           IF ESD-OUTPUTS-OPENED
               CLOSE DUEMAIL-FILE
               CLOSE DUELTR-FILE
               CLOSE ESCHRPT-FILE
           END-IF.
