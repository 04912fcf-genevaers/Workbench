      ******************************************************************
      **                                                               *
      **  PROGRAM      PARMMNT                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  AUDITED, EFFECTIVE-DATED MAINTENANCE FOR THE   *
      **      CENTRAL PARAMETER LIBRARY (PARMLREC.cpy), WHICH UNTIL    *
      **      NOW WAS EDITED BY HAND.  DD PARMTRAN CARRIES ONE         *
      **      TRANSACTION PER LINE: ACTION, PROGRAM, PARAMETER NAME,   *
      **      VALUE AND EFFECTIVE DATE (CCYYMMDD, BLANK FOR TODAY, NO  *
      **      EARLIER THAN TODAY).                                     *
      **        A  ADD      OPEN A VALUE FOR A KEY WITH NONE OPEN.     *
      **        C  CHANGE   CLOSE THE OPEN VALUE THE DAY BEFORE THE    *
      **                    EFFECTIVE DATE AND OPEN THE NEW ONE - A    *
      **                    MONTH-END THRESHOLD IS SCHEDULED THIS WAY  *
      **                    AND THE OLD ONE STAYS IN FORCE UNTIL THEN. *
      **                    A CHANGE DATED THE SAME DAY AS A VALUE     *
      **                    STILL WAITING ON ITS DATE CORRECTS THAT    *
      **                    VALUE IN PLACE.                            *
      **        R  RETIRE   CLOSE THE OPEN VALUE THE DAY BEFORE THE    *
      **                    EFFECTIVE DATE.                            *
      **      EVERY TRANSACTION IS EDITED AGAINST THE PARAMETER        *
      **      DICTIONARY (DD PARMDCT, PARMDREC.cpy) BEFORE IT IS       *
      **      APPLIED: THE KEY MUST BE IN THE DICTIONARY, A NUMERIC    *
      **      VALUE MUST BE A NUMBER INSIDE THE DICTIONARY RANGE, A    *
      **      TEXT VALUE MUST NOT BE BLANK, AND A REQUIRED PARAMETER   *
      **      MAY BE CHANGED BUT NOT RETIRED.  THE LIBRARY ROLLS       *
      **      OLD-MASTER/NEW-MASTER (PARMIN TO PARMOUT) WITH EVERY     *
      **      WINDOW, OPEN OR CLOSED, KEPT; EVERY APPLIED CHANGE       *
      **      APPENDS A BEFORE/AFTER ROW TO DD PARMHIST (PARMHREC);    *
      **      REJECTIONS AND THE LIBRARY AFTER THE RUN LIST ON DD      *
      **      PARMMRPT.  THE SUBMITTING ANALYST IS CHECKED AGAINST     *
      **      AUTHTAB AT STARTUP (AUTHWS/AUTHCK, FUNCTION PARMMNT).    *
      **                                                               *
      **      RETURN-CODE 08 - ONE OR MORE TRANSACTIONS REJECTED (THE  *
      **      APPLIED ONES ARE ON PARMOUT AND PARMHIST); 16 - A FILE   *
      **      COULD NOT BE OPENED OR A TABLE OVERFLOWED, DO NOT        *
      **      PROMOTE PARMOUT.                                         *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMTRAN-FILE ASSIGN TO "PARMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMN-PARMTRAN-STATUS.
           SELECT PARMDCT-FILE  ASSIGN TO "PARMDCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMN-PARMDCT-STATUS.
      *> OPTIONAL - AN EMPTY LIBRARY IS A VALID STARTING POINT.
           SELECT OPTIONAL PARMIN-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMN-PARMIN-STATUS.
           SELECT PARMOUT-FILE  ASSIGN TO "PARMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMN-PARMOUT-STATUS.
      *> OPTIONAL - THE HISTORY IS CREATED ON FIRST USE AND EXTENDED
      *> EVERY RUN.
           SELECT OPTIONAL PARMHIST-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMN-PARMHIST-STATUS.
           SELECT PARMMRPT-FILE ASSIGN TO "PARMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMN-PARMMRPT-STATUS.
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
       FD  PARMTRAN-FILE.
       01  PARMTRAN-RECORD.
           05  PMN-TRAN-ACTION             PIC X(01).
               88  PMN-TRAN-ADD            VALUE "A".
               88  PMN-TRAN-CHANGE         VALUE "C".
               88  PMN-TRAN-RETIRE         VALUE "R".
           05  PMN-TRAN-PROGRAM            PIC X(08).
           05  PMN-TRAN-PARM-NAME          PIC X(12).
           05  PMN-TRAN-VALUE              PIC X(20).
           05  PMN-TRAN-EFF-DATE-X         PIC X(08).
           05  PMN-TRAN-EFF-DATE REDEFINES PMN-TRAN-EFF-DATE-X
                                           PIC 9(08).
       FD  PARMDCT-FILE.
       COPY PARMDREC.
       FD  PARMIN-FILE.
       COPY PARMLREC.
       FD  PARMOUT-FILE.
       COPY PARMLREC
           REPLACING PARM-LIBRARY-RECORD BY PARMOUT-RECORD.
       FD  PARMHIST-FILE.
       COPY PARMHREC.
       FD  PARMMRPT-FILE.
       01  PARMMRPT-RECORD                 PIC X(100).
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
       01  PMN-PARMTRAN-STATUS             PIC XX.
           88  PMN-PARMTRAN-OK             VALUE "00".
       01  PMN-PARMDCT-STATUS              PIC XX.
           88  PMN-PARMDCT-OK              VALUE "00".
       01  PMN-PARMIN-STATUS               PIC XX.
           88  PMN-PARMIN-OK               VALUE "00".
       01  PMN-PARMOUT-STATUS              PIC XX.
           88  PMN-PARMOUT-OK              VALUE "00".
      *> "05" IS OPTIONAL-FILE-CREATED - A SUCCESSFUL FIRST-EVER
      *> OPEN, NOT A FAILURE.
       01  PMN-PARMHIST-STATUS             PIC XX.
           88  PMN-PARMHIST-OK             VALUE "00" "05".
       01  PMN-PARMMRPT-STATUS             PIC XX.
           88  PMN-PARMMRPT-OK             VALUE "00".
      *> EACH FINAL READ'S AT END DRIVES ITS OWN STATUS TO "10", SO
      *> WHETHER A FILE IS STILL OPEN AT TERMINATION TIME IS TRACKED
      *> HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  PMN-PARMTRAN-OPENED-SW          PIC X(01)       VALUE "N".
           88  PMN-PARMTRAN-OPENED         VALUE "Y".
       01  PMN-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  PMN-OUTPUTS-OPENED          VALUE "Y".
       01  PMN-TRAN-EOF-SW                 PIC X(01)       VALUE "N".
           88  PMN-TRAN-EOF                VALUE "Y".
       01  PMN-IN-EOF-SW                   PIC X(01)       VALUE "N".
           88  PMN-IN-EOF                  VALUE "Y".
       01  PMN-HALT-SW                     PIC X(01)       VALUE "N".
           88  PMN-HALT                    VALUE "Y".
      *> -------------------- THE DICTIONARY --------------------------
       01  PMN-DCT-MAX                     PIC 9(04) COMP  VALUE 300.
       01  PMN-DCT-CNT                     PIC 9(04) COMP  VALUE 0.
       01  PMN-DCT-TAB.
           05  PMN-DCT-ENTRY               OCCURS 300 TIMES.
               10  PMN-DCT-PROGRAM         PIC X(08).
               10  PMN-DCT-PARM-NAME       PIC X(12).
               10  PMN-DCT-TYPE-CD         PIC X(01).
               10  PMN-DCT-MIN             PIC S9(12).
               10  PMN-DCT-MAX-VAL         PIC S9(12).
               10  PMN-DCT-REQUIRED-SW     PIC X(01).
      *> ------------------ THE LIBRARY IN MEMORY ----------------------
      *> EVERY WINDOW OF EVERY KEY, OPEN OR CLOSED.  A ROW KEYED BEFORE
      *> THE WINDOWS EXISTED LOADS AS EFFECTIVE 00000000, OPEN END.
       01  PMN-ROW-MAX                     PIC 9(04) COMP  VALUE 400.
       01  PMN-ROW-CNT                     PIC 9(04) COMP  VALUE 0.
       01  PMN-ROW-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  PMN-ROW-TAB.
           05  PMN-ROW-ENTRY               OCCURS 400 TIMES.
               10  PMN-ROW-PROGRAM         PIC X(08).
               10  PMN-ROW-PARM-NAME       PIC X(12).
               10  PMN-ROW-VALUE           PIC X(20).
               10  PMN-ROW-EFF             PIC 9(08).
               10  PMN-ROW-END             PIC 9(08).
       01  PMN-RX                          PIC 9(04) COMP  VALUE 0.
       01  PMN-DX                          PIC 9(04) COMP  VALUE 0.
       01  PMN-OPEN-IDX                    PIC 9(04) COMP  VALUE 0.
       01  PMN-LAST-END                    PIC 9(08)       VALUE 0.
       01  PMN-FOUND-SW                    PIC X(01)       VALUE "N".
           88  PMN-FOUND                   VALUE "Y".
      *> ----------------- THE TRANSACTION IN HAND ---------------------
       01  PMN-EFF-DATE                    PIC 9(08)       VALUE 0.
       01  PMN-EFF-DATE-R REDEFINES PMN-EFF-DATE.
           05  PMN-EFF-CCYY                PIC 9(04).
           05  PMN-EFF-MM                  PIC 9(02).
           05  PMN-EFF-DD                  PIC 9(02).
       01  PMN-BEFORE-VALUE                PIC X(20)       VALUE SPACES.
      *> ---------------- THE DAY BEFORE A DATE ------------------------
       01  PMN-PRIOR-DATE                  PIC 9(08)       VALUE 0.
       01  PMN-PRIOR-DATE-R REDEFINES PMN-PRIOR-DATE.
           05  PMN-PRIOR-CCYY              PIC 9(04).
           05  PMN-PRIOR-MM                PIC 9(02).
           05  PMN-PRIOR-DD                PIC 9(02).
       01  PMN-MONTH-DAYS-LIT              PIC X(24)
               VALUE "312831303130313130313031".
       01  PMN-MONTH-DAYS-TAB REDEFINES PMN-MONTH-DAYS-LIT.
           05  PMN-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  PMN-LEAP-QUOT                   PIC 9(06)       VALUE 0.
       01  PMN-LEAP-REM                    PIC 9(04)       VALUE 0.
      *> ---------------- THE NUMERIC VALUE EDIT ----------------------
       01  PMN-EDIT-VALUE                  PIC X(20)       VALUE SPACES.
       01  PMN-EDIT-DIGITS                 PIC X(20)       VALUE SPACES.
       01  PMN-EDIT-SIGN                   PIC X(01)       VALUE SPACE.
       01  PMN-EDIT-NUM                    PIC S9(12)      VALUE 0.
       01  PMN-EDIT-DIGIT                  PIC 9(01)       VALUE 0.
       01  PMN-EDIT-LEN                    PIC 9(02) COMP  VALUE 0.
       01  PMN-EDIT-IX                     PIC 9(02) COMP  VALUE 0.
       01  PMN-NUMERIC-SW                  PIC X(01)       VALUE "N".
           88  PMN-VALUE-NUMERIC           VALUE "Y".
      *> --------------------- RUN COUNTERS ----------------------------
       01  PMN-TRAN-CNT                    PIC 9(05)       VALUE 0.
       01  PMN-APPLIED-CNT                 PIC 9(05)       VALUE 0.
       01  PMN-REJECTED-CNT                PIC 9(05)       VALUE 0.
       01  PMN-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  PMN-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  PMN-REASON-TXT                  PIC X(44)       VALUE SPACES.
       01  PMN-STATE-TXT                   PIC X(09)       VALUE SPACES.
       01  PMN-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "PARMMNT" TO AUT-WS-FUNCTION
           MOVE "PARMLIB" TO AUT-WS-TARGET
           PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
           IF AUT-WS-DENIED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-DCT-ROW THRU 1100-EXIT
               UNTIL PMN-IN-EOF
           IF NOT PMN-HALT
               MOVE "N" TO PMN-IN-EOF-SW
           END-IF
           PERFORM 1200-LOAD-ONE-LIB-ROW THRU 1200-EXIT
               UNTIL PMN-IN-EOF
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL PMN-TRAN-EOF
           IF NOT PMN-HALT
               PERFORM 3000-WRITE-NEW-LIBRARY THRU 3000-EXIT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - THE TRANSACTIONS, THE DICTIONARY, THE NEW   *
      *  LIBRARY, THE HISTORY AND THE LISTING ARE ALL REQUIRED; ONLY  *
      *  THE OLD LIBRARY MAY BE ABSENT.                               *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PMN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PMN-RUN-TIME FROM TIME
           OPEN INPUT  PARMTRAN-FILE
           OPEN INPUT  PARMDCT-FILE
           OPEN INPUT  PARMIN-FILE
           OPEN OUTPUT PARMOUT-FILE
           OPEN EXTEND PARMHIST-FILE
           OPEN OUTPUT PARMMRPT-FILE
           MOVE "Y" TO PMN-OUTPUTS-OPENED-SW
           IF PMN-PARMTRAN-OK
               MOVE "Y" TO PMN-PARMTRAN-OPENED-SW
           ELSE
               DISPLAY "PARMMNT - UNABLE TO OPEN PARMTRAN, STATUS="
                   PMN-PARMTRAN-STATUS
               MOVE "Y" TO PMN-HALT-SW
           END-IF
           IF NOT PMN-PARMDCT-OK
               DISPLAY "PARMMNT - UNABLE TO OPEN PARMDCT, STATUS="
                   PMN-PARMDCT-STATUS
               MOVE "Y" TO PMN-HALT-SW
           END-IF
           IF NOT PMN-PARMOUT-OK
               DISPLAY "PARMMNT - UNABLE TO OPEN PARMOUT, STATUS="
                   PMN-PARMOUT-STATUS
               MOVE "Y" TO PMN-HALT-SW
           END-IF
           IF NOT PMN-PARMHIST-OK
               DISPLAY "PARMMNT - UNABLE TO EXTEND PARMHIST, STATUS="
                   PMN-PARMHIST-STATUS
               MOVE "Y" TO PMN-HALT-SW
           END-IF
           IF NOT PMN-PARMMRPT-OK
               DISPLAY "PARMMNT - UNABLE TO OPEN PARMMRPT, STATUS="
                   PMN-PARMMRPT-STATUS
               MOVE "Y" TO PMN-HALT-SW
           END-IF
           IF PMN-HALT
               MOVE "Y" TO PMN-TRAN-EOF-SW
               MOVE "Y" TO PMN-IN-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-DCT-ROW.
           READ PARMDCT-FILE
               AT END
                   MOVE "Y" TO PMN-IN-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF PMN-DCT-CNT >= PMN-DCT-MAX
               DISPLAY "PARMMNT - DICTIONARY TABLE FULL AT "
                   PMN-DCT-MAX " ROWS - RUN HALTED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO PMN-DCT-CNT
           MOVE PRD-PROGRAM     TO PMN-DCT-PROGRAM (PMN-DCT-CNT)
           MOVE PRD-PARM-NAME   TO PMN-DCT-PARM-NAME (PMN-DCT-CNT)
           MOVE PRD-TYPE-CD     TO PMN-DCT-TYPE-CD (PMN-DCT-CNT)
           MOVE PRD-MIN-VALUE   TO PMN-DCT-MIN (PMN-DCT-CNT)
           MOVE PRD-MAX-VALUE   TO PMN-DCT-MAX-VAL (PMN-DCT-CNT)
           MOVE PRD-REQUIRED-SW TO PMN-DCT-REQUIRED-SW (PMN-DCT-CNT).
       1100-EXIT.
           EXIT.
      *
       1200-LOAD-ONE-LIB-ROW.
           IF NOT PMN-PARMIN-OK
               MOVE "Y" TO PMN-IN-EOF-SW
               GO TO 1200-EXIT
           END-IF
           READ PARMIN-FILE
               AT END
                   MOVE "Y" TO PMN-IN-EOF-SW
                   GO TO 1200-EXIT
           END-READ
           IF PMN-ROW-CNT >= PMN-ROW-MAX
               ADD 1 TO PMN-ROW-OVERFLOW-CNT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO PMN-ROW-CNT
           MOVE PRM-PROGRAM OF PARM-LIBRARY-RECORD
               TO PMN-ROW-PROGRAM (PMN-ROW-CNT)
           MOVE PRM-PARM-NAME OF PARM-LIBRARY-RECORD
               TO PMN-ROW-PARM-NAME (PMN-ROW-CNT)
           MOVE PRM-PARM-VALUE OF PARM-LIBRARY-RECORD
               TO PMN-ROW-VALUE (PMN-ROW-CNT)
           IF PRM-EFF-DATE OF PARM-LIBRARY-RECORD IS NUMERIC
               MOVE PRM-EFF-DATE OF PARM-LIBRARY-RECORD
                   TO PMN-ROW-EFF (PMN-ROW-CNT)
           ELSE
               MOVE 0 TO PMN-ROW-EFF (PMN-ROW-CNT)
           END-IF
           IF PRM-END-DATE OF PARM-LIBRARY-RECORD IS NUMERIC
               AND PRM-END-DATE OF PARM-LIBRARY-RECORD NOT = 0
               MOVE PRM-END-DATE OF PARM-LIBRARY-RECORD
                   TO PMN-ROW-END (PMN-ROW-CNT)
           ELSE
               MOVE 99999999 TO PMN-ROW-END (PMN-ROW-CNT)
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO PMN-HALT-SW
           MOVE "Y" TO PMN-IN-EOF-SW
           MOVE "Y" TO PMN-TRAN-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-APPLY-ONE-TRAN - EDIT THE DATE, THE DICTIONARY KEY AND   *
      *  THE VALUE, THEN ADD, CHANGE OR RETIRE AGAINST THE KEY'S OPEN *
      *  WINDOW.  EVERY APPLIED CHANGE LANDS ON THE HISTORY.          *
      ******************************************************************
       2000-APPLY-ONE-TRAN.
           READ PARMTRAN-FILE
               AT END
                   MOVE "Y" TO PMN-TRAN-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO PMN-TRAN-CNT
           IF NOT PMN-TRAN-ADD AND NOT PMN-TRAN-CHANGE
               AND NOT PMN-TRAN-RETIRE
               MOVE "UNRECOGNIZED ACTION CODE" TO PMN-REASON-TXT
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-EDIT-EFF-DATE THRU 2100-EXIT
           IF PMN-REASON-TXT NOT = SPACES
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO PMN-FOUND-SW
           PERFORM 2210-MATCH-ONE-DCT-ROW THRU 2210-EXIT
               VARYING PMN-DX FROM 1 BY 1
               UNTIL PMN-DX > PMN-DCT-CNT OR PMN-FOUND
           IF NOT PMN-FOUND
               MOVE "NOT IN THE PARAMETER DICTIONARY"
                   TO PMN-REASON-TXT
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           SUBTRACT 1 FROM PMN-DX
           IF NOT PMN-TRAN-RETIRE
               PERFORM 2300-EDIT-VALUE THRU 2300-EXIT
               IF PMN-REASON-TXT NOT = SPACES
                   PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF
           PERFORM 2400-FIND-KEY-WINDOWS THRU 2400-EXIT
           EVALUATE TRUE
               WHEN PMN-TRAN-ADD
                   PERFORM 2500-ADD-VALUE THRU 2500-EXIT
               WHEN PMN-TRAN-CHANGE
                   PERFORM 2600-CHANGE-VALUE THRU 2600-EXIT
               WHEN PMN-TRAN-RETIRE
                   PERFORM 2700-RETIRE-VALUE THRU 2700-EXIT
           END-EVALUATE
           IF PMN-REASON-TXT NOT = SPACES
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *> A BLANK OR ZERO DATE IS TODAY.  A CHANGE CANNOT BE BACKDATED -
      *> THE RUNS ALREADY MADE USED THE VALUE THEN IN FORCE.
       2100-EDIT-EFF-DATE.
           MOVE SPACES TO PMN-REASON-TXT
           IF PMN-TRAN-EFF-DATE-X = SPACES
               MOVE PMN-RUN-DATE TO PMN-EFF-DATE
               GO TO 2100-EXIT
           END-IF
           IF PMN-TRAN-EFF-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO PMN-REASON-TXT
               GO TO 2100-EXIT
           END-IF
           IF PMN-TRAN-EFF-DATE = 0
               MOVE PMN-RUN-DATE TO PMN-EFF-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE PMN-TRAN-EFF-DATE TO PMN-EFF-DATE
           IF PMN-EFF-MM < 1 OR PMN-EFF-MM > 12
               OR PMN-EFF-DD < 1 OR PMN-EFF-DD > 31
               MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                   TO PMN-REASON-TXT
               GO TO 2100-EXIT
           END-IF
           IF PMN-EFF-DATE < PMN-RUN-DATE
               MOVE "EFFECTIVE DATE IS IN THE PAST" TO PMN-REASON-TXT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2210-MATCH-ONE-DCT-ROW.
           IF PMN-DCT-PROGRAM (PMN-DX) = PMN-TRAN-PROGRAM
               AND PMN-DCT-PARM-NAME (PMN-DX) = PMN-TRAN-PARM-NAME
               MOVE "Y" TO PMN-FOUND-SW
           END-IF.
       2210-EXIT.
           EXIT.
      *
      *> THE SAME TYPE AND RANGE EDITS PARMVAL APPLIES BEFORE THE
      *> WINDOW OPENS, MADE HERE BEFORE THE VALUE EVER REACHES THE
      *> LIBRARY.
       2300-EDIT-VALUE.
           IF PMN-TRAN-VALUE = SPACES
               MOVE "VALUE IS BLANK" TO PMN-REASON-TXT
               GO TO 2300-EXIT
           END-IF
           IF PMN-DCT-TYPE-CD (PMN-DX) NOT = "N"
               GO TO 2300-EXIT
           END-IF
           MOVE PMN-TRAN-VALUE TO PMN-EDIT-VALUE
           PERFORM 7500-EDIT-NUMERIC-VALUE THRU 7500-EXIT
           IF NOT PMN-VALUE-NUMERIC
               MOVE "VALUE IS NOT NUMERIC" TO PMN-REASON-TXT
               GO TO 2300-EXIT
           END-IF
           IF PMN-EDIT-NUM < PMN-DCT-MIN (PMN-DX)
               OR PMN-EDIT-NUM > PMN-DCT-MAX-VAL (PMN-DX)
               MOVE "VALUE OUTSIDE DICTIONARY RANGE" TO PMN-REASON-TXT
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *> THE KEY'S OPEN WINDOW, IF ANY, AND THE LATEST END DATE AMONG
      *> ITS CLOSED ONES - A NEW WINDOW MAY NOT REOPEN CLOSED HISTORY.
       2400-FIND-KEY-WINDOWS.
           MOVE 0 TO PMN-OPEN-IDX
           MOVE 0 TO PMN-LAST-END
           PERFORM 2410-CHECK-ONE-ROW THRU 2410-EXIT
               VARYING PMN-RX FROM 1 BY 1
               UNTIL PMN-RX > PMN-ROW-CNT.
       2400-EXIT.
           EXIT.
      *
       2410-CHECK-ONE-ROW.
           IF PMN-ROW-PROGRAM (PMN-RX) NOT = PMN-TRAN-PROGRAM
               OR PMN-ROW-PARM-NAME (PMN-RX) NOT = PMN-TRAN-PARM-NAME
               GO TO 2410-EXIT
           END-IF
           IF PMN-ROW-END (PMN-RX) = 99999999
               MOVE PMN-RX TO PMN-OPEN-IDX
           ELSE
               IF PMN-ROW-END (PMN-RX) > PMN-LAST-END
                   MOVE PMN-ROW-END (PMN-RX) TO PMN-LAST-END
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.
      *
       2500-ADD-VALUE.
           IF PMN-OPEN-IDX NOT = 0
               MOVE "KEY ALREADY HAS AN OPEN VALUE - USE A CHANGE"
                   TO PMN-REASON-TXT
               GO TO 2500-EXIT
           END-IF
           IF PMN-EFF-DATE NOT > PMN-LAST-END
               MOVE "EFFECTIVE DATE OVERLAPS A CLOSED VALUE"
                   TO PMN-REASON-TXT
               GO TO 2500-EXIT
           END-IF
           MOVE SPACES TO PMN-BEFORE-VALUE
           PERFORM 2550-OPEN-NEW-WINDOW THRU 2550-EXIT.
       2500-EXIT.
           EXIT.
      *
       2550-OPEN-NEW-WINDOW.
           IF PMN-ROW-CNT >= PMN-ROW-MAX
               ADD 1 TO PMN-ROW-OVERFLOW-CNT
               MOVE "LIBRARY TABLE FULL" TO PMN-REASON-TXT
               GO TO 2550-EXIT
           END-IF
           ADD 1 TO PMN-ROW-CNT
           MOVE PMN-TRAN-PROGRAM   TO PMN-ROW-PROGRAM (PMN-ROW-CNT)
           MOVE PMN-TRAN-PARM-NAME TO PMN-ROW-PARM-NAME (PMN-ROW-CNT)
           MOVE PMN-TRAN-VALUE     TO PMN-ROW-VALUE (PMN-ROW-CNT)
           MOVE PMN-EFF-DATE       TO PMN-ROW-EFF (PMN-ROW-CNT)
           MOVE 99999999           TO PMN-ROW-END (PMN-ROW-CNT)
           PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
       2550-EXIT.
           EXIT.
      *
      *> A CHANGE DATED AFTER THE OPEN VALUE'S START CLOSES IT THE DAY
      *> BEFORE; ONE DATED THE SAME DAY AS AN OPEN VALUE NOT YET IN
      *> FORCE CORRECTS THAT SCHEDULED VALUE WHERE IT STANDS.
       2600-CHANGE-VALUE.
           IF PMN-OPEN-IDX = 0
               MOVE "NO OPEN VALUE TO CHANGE - USE AN ADD"
                   TO PMN-REASON-TXT
               GO TO 2600-EXIT
           END-IF
           MOVE PMN-ROW-VALUE (PMN-OPEN-IDX) TO PMN-BEFORE-VALUE
           IF PMN-EFF-DATE = PMN-ROW-EFF (PMN-OPEN-IDX)
               AND PMN-ROW-EFF (PMN-OPEN-IDX) > PMN-RUN-DATE
               MOVE PMN-TRAN-VALUE TO PMN-ROW-VALUE (PMN-OPEN-IDX)
               PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
               GO TO 2600-EXIT
           END-IF
           IF PMN-EFF-DATE NOT > PMN-ROW-EFF (PMN-OPEN-IDX)
               MOVE "EFFECTIVE DATE NOT AFTER THE OPEN VALUE'S"
                   TO PMN-REASON-TXT
               GO TO 2600-EXIT
           END-IF
           IF PMN-ROW-CNT >= PMN-ROW-MAX
               ADD 1 TO PMN-ROW-OVERFLOW-CNT
               MOVE "LIBRARY TABLE FULL" TO PMN-REASON-TXT
               GO TO 2600-EXIT
           END-IF
           PERFORM 7600-DAY-BEFORE THRU 7600-EXIT
           MOVE PMN-PRIOR-DATE TO PMN-ROW-END (PMN-OPEN-IDX)
           PERFORM 2550-OPEN-NEW-WINDOW THRU 2550-EXIT.
       2600-EXIT.
           EXIT.
      *
      *> A RETIRE DATED THE SAME DAY AS A SCHEDULED VALUE CANCELS IT -
      *> ITS WINDOW CLOSES BEFORE IT OPENS.
       2700-RETIRE-VALUE.
           IF PMN-OPEN-IDX = 0
               MOVE "NO OPEN VALUE TO RETIRE" TO PMN-REASON-TXT
               GO TO 2700-EXIT
           END-IF
           IF PMN-DCT-REQUIRED-SW (PMN-DX) = "Y"
               MOVE "REQUIRED IN THE DICTIONARY - USE A CHANGE"
                   TO PMN-REASON-TXT
               GO TO 2700-EXIT
           END-IF
           IF PMN-EFF-DATE < PMN-ROW-EFF (PMN-OPEN-IDX)
               MOVE "EFFECTIVE DATE BEFORE THE OPEN VALUE'S"
                   TO PMN-REASON-TXT
               GO TO 2700-EXIT
           END-IF
           MOVE PMN-ROW-VALUE (PMN-OPEN-IDX) TO PMN-BEFORE-VALUE
           PERFORM 7600-DAY-BEFORE THRU 7600-EXIT
           MOVE PMN-PRIOR-DATE TO PMN-ROW-END (PMN-OPEN-IDX)
           MOVE SPACES TO PMN-TRAN-VALUE
           PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
       2700-EXIT.
           EXIT.
      *
       2800-WRITE-HISTORY.
           ADD 1 TO PMN-APPLIED-CNT
           MOVE PMN-RUN-DATE       TO PMH-CHG-DATE
           MOVE PMN-RUN-TIME       TO PMH-CHG-TIME
           MOVE AUT-WS-ANALYST-ID  TO PMH-ANALYST-ID
           MOVE PMN-TRAN-ACTION    TO PMH-ACTION
           MOVE PMN-TRAN-PROGRAM   TO PMH-PROGRAM
           MOVE PMN-TRAN-PARM-NAME TO PMH-PARM-NAME
           MOVE PMN-EFF-DATE       TO PMH-EFF-DATE
           MOVE PMN-BEFORE-VALUE   TO PMH-BEFORE-VALUE
           MOVE PMN-TRAN-VALUE     TO PMH-AFTER-VALUE
           WRITE PARM-HISTORY-RECORD
           MOVE SPACES TO PMN-OUT-LINE
           STRING "APPLIED  " PMN-TRAN-ACTION " "
               PMN-TRAN-PROGRAM " " PMN-TRAN-PARM-NAME
               " EFF " PMN-EFF-DATE " WAS " PMN-BEFORE-VALUE
               " NOW " PMN-TRAN-VALUE
               DELIMITED BY SIZE INTO PMN-OUT-LINE
           END-STRING
           WRITE PARMMRPT-RECORD FROM PMN-OUT-LINE.
       2800-EXIT.
           EXIT.
      *
       2900-REJECT-TRAN.
           ADD 1 TO PMN-REJECTED-CNT
           MOVE SPACES TO PMN-OUT-LINE
           STRING "REJECTED " PMN-TRAN-ACTION " "
               PMN-TRAN-PROGRAM " " PMN-TRAN-PARM-NAME
               " - " DELIMITED BY SIZE
               PMN-REASON-TXT DELIMITED BY SIZE
               INTO PMN-OUT-LINE
           END-STRING
           WRITE PARMMRPT-RECORD FROM PMN-OUT-LINE.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-WRITE-NEW-LIBRARY - EVERY WINDOW, OPEN OR CLOSED, ROLLS *
      *  TO PARMOUT SO THE HISTORY REPORT CAN ANSWER AS-OF QUESTIONS; *
      *  THE LISTING SHOWS WHAT IS IN FORCE TODAY AND WHAT IS WAITING *
      *  ON ITS DATE.                                                 *
      ******************************************************************
       3000-WRITE-NEW-LIBRARY.
           PERFORM 3100-WRITE-ONE-ROW THRU 3100-EXIT
               VARYING PMN-RX FROM 1 BY 1
               UNTIL PMN-RX > PMN-ROW-CNT
           MOVE "LIBRARY AFTER THIS RUN (IN FORCE AND SCHEDULED):"
               TO PMN-OUT-LINE
           WRITE PARMMRPT-RECORD FROM PMN-OUT-LINE
           PERFORM 3200-LIST-ONE-ROW THRU 3200-EXIT
               VARYING PMN-RX FROM 1 BY 1
               UNTIL PMN-RX > PMN-ROW-CNT.
       3000-EXIT.
           EXIT.
      *
       3100-WRITE-ONE-ROW.
           MOVE PMN-ROW-PROGRAM (PMN-RX)
               TO PRM-PROGRAM OF PARMOUT-RECORD
           MOVE PMN-ROW-PARM-NAME (PMN-RX)
               TO PRM-PARM-NAME OF PARMOUT-RECORD
           MOVE PMN-ROW-VALUE (PMN-RX)
               TO PRM-PARM-VALUE OF PARMOUT-RECORD
           MOVE PMN-ROW-EFF (PMN-RX)
               TO PRM-EFF-DATE OF PARMOUT-RECORD
           MOVE PMN-ROW-END (PMN-RX)
               TO PRM-END-DATE OF PARMOUT-RECORD
           WRITE PARMOUT-RECORD.
       3100-EXIT.
           EXIT.
      *
       3200-LIST-ONE-ROW.
           IF PMN-ROW-END (PMN-RX) < PMN-RUN-DATE
               OR PMN-ROW-END (PMN-RX) < PMN-ROW-EFF (PMN-RX)
               GO TO 3200-EXIT
           END-IF
           IF PMN-ROW-EFF (PMN-RX) > PMN-RUN-DATE
               MOVE "SCHEDULED" TO PMN-STATE-TXT
           ELSE
               MOVE "IN FORCE " TO PMN-STATE-TXT
           END-IF
           MOVE SPACES TO PMN-OUT-LINE
           STRING "  " PMN-STATE-TXT " "
               PMN-ROW-PROGRAM (PMN-RX) " "
               PMN-ROW-PARM-NAME (PMN-RX) " "
               PMN-ROW-VALUE (PMN-RX)
               " EFF " PMN-ROW-EFF (PMN-RX)
               " END " PMN-ROW-END (PMN-RX)
               DELIMITED BY SIZE INTO PMN-OUT-LINE
           END-STRING
           WRITE PARMMRPT-RECORD FROM PMN-OUT-LINE.
       3200-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "PARMMNT - " PMN-TRAN-CNT " TRANSACTIONS, "
               PMN-APPLIED-CNT " APPLIED, " PMN-REJECTED-CNT
               " REJECTED"
           IF PMN-REJECTED-CNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF PMN-ROW-OVERFLOW-CNT > 0
               DISPLAY "PARMMNT - " PMN-ROW-OVERFLOW-CNT
                   " ROWS EXCEEDED THE IN-MEMORY TABLE - NEW LIBRARY "
                   "INCOMPLETE, DO NOT PROMOTE IT"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7500-EDIT-NUMERIC-VALUE - DIGITS WITH AN OPTIONAL LEADING    *
      *  + OR -, TRAILING SPACES ALLOWED, AT MOST 12 DIGITS - THE     *
      *  SAME EDIT PARMVAL MAKES.  THE PARSED NUMBER COMES BACK IN    *
      *  PMN-EDIT-NUM FOR THE RANGE CHECK.                            *
      ******************************************************************
       7500-EDIT-NUMERIC-VALUE.
           MOVE "N"    TO PMN-NUMERIC-SW
           MOVE 0      TO PMN-EDIT-NUM
           MOVE SPACE  TO PMN-EDIT-SIGN
           MOVE SPACES TO PMN-EDIT-DIGITS
           MOVE 0      TO PMN-EDIT-LEN
           IF PMN-EDIT-VALUE (1:1) = "+" OR PMN-EDIT-VALUE (1:1) = "-"
               MOVE PMN-EDIT-VALUE (1:1) TO PMN-EDIT-SIGN
               MOVE PMN-EDIT-VALUE (2:19) TO PMN-EDIT-DIGITS
           ELSE
               MOVE PMN-EDIT-VALUE TO PMN-EDIT-DIGITS
           END-IF
           PERFORM 7510-SCAN-ONE-DIGIT THRU 7510-EXIT
               VARYING PMN-EDIT-IX FROM 1 BY 1
               UNTIL PMN-EDIT-IX > 20
               OR PMN-EDIT-DIGITS (PMN-EDIT-IX:1) = SPACE
           IF PMN-NUMERIC-SW = "X" OR PMN-EDIT-LEN = 0
               OR PMN-EDIT-LEN > 12
               MOVE "N" TO PMN-NUMERIC-SW
               GO TO 7500-EXIT
           END-IF
           MOVE "Y" TO PMN-NUMERIC-SW
           IF PMN-EDIT-SIGN = "-"
               COMPUTE PMN-EDIT-NUM = 0 - PMN-EDIT-NUM
           END-IF.
       7500-EXIT.
           EXIT.
      *
       7510-SCAN-ONE-DIGIT.
           IF PMN-NUMERIC-SW = "X"
               GO TO 7510-EXIT
           END-IF
           IF PMN-EDIT-DIGITS (PMN-EDIT-IX:1) NOT NUMERIC
               MOVE "X" TO PMN-NUMERIC-SW
               GO TO 7510-EXIT
           END-IF
           ADD 1 TO PMN-EDIT-LEN
           IF PMN-EDIT-LEN <= 12
               MOVE PMN-EDIT-DIGITS (PMN-EDIT-IX:1) TO PMN-EDIT-DIGIT
               COMPUTE PMN-EDIT-NUM = PMN-EDIT-NUM * 10
                   + PMN-EDIT-DIGIT
           END-IF.
       7510-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7600-DAY-BEFORE - PMN-PRIOR-DATE IS THE DAY BEFORE            *
      *  PMN-EFF-DATE, THE LAST DAY THE CLOSED VALUE IS IN FORCE.     *
      *  THE FIRST OF A MONTH STEPS BACK TO THE PRIOR MONTH'S LAST    *
      *  DAY (29 FOR A LEAP FEBRUARY).                                *
      ******************************************************************
       7600-DAY-BEFORE.
           MOVE PMN-EFF-DATE TO PMN-PRIOR-DATE
           IF PMN-PRIOR-DD > 1
               SUBTRACT 1 FROM PMN-PRIOR-DD
               GO TO 7600-EXIT
           END-IF
           IF PMN-PRIOR-MM = 1
               MOVE 12 TO PMN-PRIOR-MM
               SUBTRACT 1 FROM PMN-PRIOR-CCYY
           ELSE
               SUBTRACT 1 FROM PMN-PRIOR-MM
           END-IF
           MOVE PMN-MONTH-DAYS (PMN-PRIOR-MM) TO PMN-PRIOR-DD
           IF PMN-PRIOR-MM NOT = 2
               GO TO 7600-EXIT
           END-IF
           DIVIDE PMN-PRIOR-CCYY BY 4 GIVING PMN-LEAP-QUOT
               REMAINDER PMN-LEAP-REM
           IF PMN-LEAP-REM NOT = 0
               GO TO 7600-EXIT
           END-IF
           DIVIDE PMN-PRIOR-CCYY BY 100 GIVING PMN-LEAP-QUOT
               REMAINDER PMN-LEAP-REM
           IF PMN-LEAP-REM NOT = 0
               MOVE 29 TO PMN-PRIOR-DD
               GO TO 7600-EXIT
           END-IF
           DIVIDE PMN-PRIOR-CCYY BY 400 GIVING PMN-LEAP-QUOT
               REMAINDER PMN-LEAP-REM
           IF PMN-LEAP-REM = 0
               MOVE 29 TO PMN-PRIOR-DD
           END-IF.
       7600-EXIT.
           EXIT.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *
       8500-POST-RUN-LOG.
           MOVE "PARMMNT" TO RNL-WS-PROGRAM
           MOVE PMN-TRAN-CNT TO RNL-WS-RECORDS-IN
           MOVE PMN-APPLIED-CNT TO RNL-WS-RECORDS-OUT
           MOVE PMN-REJECTED-CNT TO RNL-WS-RECORDS-SUSP
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF PMN-PARMTRAN-OPENED
               CLOSE PARMTRAN-FILE
           END-IF
           IF PMN-PARMDCT-OK OR PMN-PARMDCT-STATUS = "10"
               CLOSE PARMDCT-FILE
           END-IF
           IF PMN-PARMIN-OK OR PMN-PARMIN-STATUS = "10"
               CLOSE PARMIN-FILE
           END-IF
           IF PMN-OUTPUTS-OPENED
               CLOSE PARMOUT-FILE
               CLOSE PARMHIST-FILE
               CLOSE PARMMRPT-FILE
           END-IF.
