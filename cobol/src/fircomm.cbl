      ******************************************************************
      **                                                              *
      **  PROGRAM      FIRCOMM                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  PER-AGENT COMMISSION STATEMENTS FROM THE FIRE *
      **      ALLOCATION FILE.  THE CURRENT PERIOD'S RECORDS (DD      *
      **      FIREXT) ARE ROLLED UP BY AGENT ACROSS EVERY WRITING-    *
      **      MIS-STATE AND CO-CD; GRP3-COMS-EXPNS-AMT IS THE         *
      **      COMMISSION.  THE PERIOD IS THE LATEST FILE-DATE ON      *
      **      FIREXT.  THE EARLIER PERIODS OF THE SAME YEAR, STACKED  *
      **      ON DD FIRHIST, GIVE EACH AGENT'S YEAR-TO-DATE FIGURE.   *
      **                                                               *
      **      EVERY AGENT PAID THIS PERIOD GETS A PRINTED STATEMENT   *
      **      ON DD CMSTMT - THE PERIOD AND YEAR-TO-DATE COMMISSION   *
      **      BY STATE AND IN TOTAL.  AN AGENT WITH A MAILING ADDRESS *
      **      ON DD AGTADDR ALSO GOES OUT THROUGH THE MAILING STREAM: *
      **      A MAILING-RECORD ON DD CMSMAIL AND THE STATEMENT'S      *
      **      MERGE LINES (COMSTREC) ON DD CMSLTR, IN THE SAME ORDER. *
      **                                                               *
      **      DD CMSCTL TIES THE STATEMENTS, STATE BY STATE AND IN    *
      **      TOTAL, TO THE GRP3-COMS-EXPNS-AMT CONTROL TOTALS AND    *
      **      RECORD COUNTS FIRTOUT LEFT ON DD TOUTCTL FOR THE SAME   *
      **      FILE.                                                   *
      **                                                               *
      **      RETURN-CODE 4  - AN AGENT HAD NO MAILING ADDRESS, THE   *
      **                       STATEMENTS DID NOT TIE TO FIRTOUT, OR  *
      **                       NO FIRTOUT CONTROL ROWS WERE SUPPLIED. *
      **      RETURN-CODE 16 - A FILE COULD NOT BE OPENED OR A TABLE  *
      **                       OVERFLOWED, SO THE STATEMENTS ARE      *
      **                       INCOMPLETE.                            *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRCOMM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE FIRE ALLOCATION
      *> RECORD'S OVERPUNCHED AMOUNT BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT FIREXT-FILE   ASSIGN TO "FIREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMS-FIREXT-STATUS.
      *> OPTIONAL - NO EARLIER PERIOD ON FILE MEANS THE YEAR TO DATE
      *> IS THIS PERIOD ALONE.
           SELECT OPTIONAL FIRHIST-FILE ASSIGN TO "FIRHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMS-FIRHIST-STATUS.
      *> OPTIONAL - WITHOUT IT EVERY STATEMENT IS PRINT ONLY.
           SELECT OPTIONAL AGTADDR-FILE ASSIGN TO "AGTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMS-AGTADDR-STATUS.
      *> OPTIONAL - WITHOUT IT THE CONTROL REPORT CAN ONLY LIST THE
      *> STATEMENT TOTALS.
           SELECT OPTIONAL TOUTCTL-FILE ASSIGN TO "TOUTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMS-TOUTCTL-STATUS.
           SELECT CMSTMT-FILE   ASSIGN TO "CMSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMS-CMSTMT-STATUS.
           SELECT CMSMAIL-FILE  ASSIGN TO "CMSMAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMS-CMSMAIL-STATUS.
           SELECT CMSLTR-FILE   ASSIGN TO "CMSLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMS-CMSLTR-STATUS.
           SELECT CMSCTL-FILE   ASSIGN TO "CMSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMS-CMSCTL-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIREXT-FILE.
       01  FIREXT-RECORD                   PIC X(487).
       FD  FIRHIST-FILE.
       01  FIRHIST-RECORD                  PIC X(487).
       FD  AGTADDR-FILE.
       COPY AGTADREC.
       FD  TOUTCTL-FILE.
       COPY FIRTCTL.
       FD  CMSTMT-FILE.
       01  CMSTMT-RECORD                   PIC X(110).
       FD  CMSMAIL-FILE.
       COPY MAILREC.
       FD  CMSLTR-FILE.
       COPY COMSTREC.
       FD  CMSCTL-FILE.
       01  CMSCTL-RECORD                   PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> EITHER INPUT'S RECORD IS WORKED ON HERE, SO ONE SET OF
      *> FIELD NAMES SERVES BOTH THE PERIOD AND ITS HISTORY.
       COPY FIREALOC.
       01  CMS-FIREXT-STATUS               PIC XX.
           88  CMS-FIREXT-OK               VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE INPUT STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  CMS-FIREXT-OPENED-SW            PIC X(01)       VALUE "N".
           88  CMS-FIREXT-OPENED           VALUE "Y".
       01  CMS-FIRHIST-STATUS              PIC XX.
           88  CMS-FIRHIST-OK              VALUE "00".
       01  CMS-AGTADDR-STATUS              PIC XX.
           88  CMS-AGTADDR-OK              VALUE "00".
       01  CMS-TOUTCTL-STATUS              PIC XX.
           88  CMS-TOUTCTL-OK              VALUE "00".
       01  CMS-CMSTMT-STATUS               PIC XX.
           88  CMS-CMSTMT-OK               VALUE "00".
       01  CMS-CMSMAIL-STATUS              PIC XX.
           88  CMS-CMSMAIL-OK              VALUE "00".
       01  CMS-CMSLTR-STATUS               PIC XX.
           88  CMS-CMSLTR-OK               VALUE "00".
       01  CMS-CMSCTL-STATUS               PIC XX.
           88  CMS-CMSCTL-OK               VALUE "00".
       01  CMS-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  CMS-OUTPUTS-OPENED          VALUE "Y".
       01  CMS-EOF-SW                      PIC X(01)       VALUE "N".
           88  CMS-EOF                     VALUE "Y".
       01  CMS-HIST-EOF-SW                 PIC X(01)       VALUE "N".
           88  CMS-HIST-EOF                VALUE "Y".
       01  CMS-ADR-EOF-SW                  PIC X(01)       VALUE "N".
           88  CMS-ADR-EOF                 VALUE "Y".
       01  CMS-CTL-EOF-SW                  PIC X(01)       VALUE "N".
           88  CMS-CTL-EOF                 VALUE "Y".
       01  CMS-CTL-SUPPLIED-SW             PIC X(01)       VALUE "N".
           88  CMS-CTL-SUPPLIED            VALUE "Y".
      *> ------------------------ THE PERIOD ---------------------------
      *> THE LATEST FILE-DATE ON FIREXT.  A HISTORY RECORD COUNTS TO
      *> THE YEAR TO DATE WHEN IT IS OF THE SAME YEAR AND EARLIER.
       01  CMS-PERIOD-DATE                 PIC 9(08)       VALUE 0.
       01  CMS-PERIOD-DATE-X REDEFINES CMS-PERIOD-DATE.
           05  CMS-PERIOD-YYYY             PIC X(04).
           05  CMS-PERIOD-MM               PIC X(02).
           05  CMS-PERIOD-DD               PIC X(02).
       01  CMS-DATE-TXT                    PIC X(10)       VALUE SPACES.
       01  CMS-REC-DATE                    PIC 9(08)       VALUE 0.
      *> ---------------------- ADDRESS TABLE --------------------------
       01  CMS-ADR-MAX                     PIC 9(04) COMP  VALUE 500.
       01  CMS-ADR-CNT                     PIC 9(04) COMP  VALUE 0.
       01  CMS-ADR-OVER-CNT                PIC 9(08)       VALUE 0.
       01  CMS-ADR-TAB.
           05  CMS-ADR-ENTRY               OCCURS 500 TIMES.
               10  CMS-ADR-AGENT           PIC X(04).
               10  CMS-ADR-NAME            PIC X(30).
               10  CMS-ADR-STREET          PIC X(15).
               10  CMS-ADR-CITY            PIC X(15).
               10  CMS-ADR-STATE           PIC X(02).
               10  CMS-ADR-ZIP             PIC 9(05).
       01  CMS-DX                          PIC 9(04) COMP  VALUE 0.
       01  CMS-ADR-HIT                     PIC 9(04) COMP  VALUE 0.
      *> ----------------------- AGENT TABLE ---------------------------
      *> ONE ENTRY PER AGENT ON THE PERIOD'S FILE, KEPT IN AGENT ORDER
      *> AS IT FILLS, EACH WITH ITS STATES IN STATE ORDER, SO THE
      *> STATEMENTS NEED NO SORT STEP.  CMS-AST-PRIOR IS THE YEAR TO
      *> DATE BEFORE THIS PERIOD.
       01  CMS-AGT-MAX                     PIC 9(04) COMP  VALUE 500.
       01  CMS-AGT-CNT                     PIC 9(04) COMP  VALUE 0.
       01  CMS-AGT-OVER-CNT                PIC 9(08)       VALUE 0.
       01  CMS-AGT-TAB.
           05  CMS-AGT-ENTRY               OCCURS 500 TIMES.
               10  CMS-AGT-CODE            PIC X(04).
               10  CMS-AGT-ST-CNT          PIC 9(04) COMP.
               10  CMS-AST-ENTRY           OCCURS 20 TIMES.
                   15  CMS-AST-STATE       PIC X(02).
                   15  CMS-AST-PERIOD      PIC S9(15)V99  COMP-3.
                   15  CMS-AST-PRIOR       PIC S9(15)V99  COMP-3.
       01  CMS-AST-MAX                     PIC 9(04) COMP  VALUE 20.
       01  CMS-AST-PEAK                    PIC 9(04) COMP  VALUE 0.
       01  CMS-AST-OVER-CNT                PIC 9(08)       VALUE 0.
       01  CMS-AX                          PIC 9(04) COMP  VALUE 0.
       01  CMS-SX                          PIC 9(04) COMP  VALUE 0.
       01  CMS-AGT-HIT                     PIC 9(04) COMP  VALUE 0.
       01  CMS-AST-HIT                     PIC 9(04) COMP  VALUE 0.
       01  CMS-SHIFT-IX                    PIC 9(04) COMP  VALUE 0.
      *> A HISTORY RECORD MAY ONLY FIND AN AGENT - ONE WHO WAS NOT
      *> PAID THIS PERIOD GETS NO STATEMENT.
       01  CMS-ADD-AGENT-SW                PIC X(01)       VALUE "Y".
           88  CMS-ADD-AGENT               VALUE "Y".
       01  CMS-KEY-AGENT                   PIC X(04)       VALUE SPACES.
       01  CMS-KEY-STATE                   PIC X(02)       VALUE SPACES.
      *> ---------------------- STATE CONTROLS -------------------------
      *> WHAT WENT ONTO THE STATEMENTS, BY STATE, IN STATE ORDER.
       01  CMS-CST-MAX                     PIC 9(04) COMP  VALUE 50.
       01  CMS-CST-CNT                     PIC 9(04) COMP  VALUE 0.
       01  CMS-CST-OVER-CNT                PIC 9(08)       VALUE 0.
       01  CMS-CST-TAB.
           05  CMS-CST-ENTRY               OCCURS 50 TIMES.
               10  CMS-CST-STATE           PIC X(02).
               10  CMS-CST-REC-CNT         PIC 9(09).
               10  CMS-CST-AMT             PIC S9(15)V99  COMP-3.
       01  CMS-CX                          PIC 9(04) COMP  VALUE 0.
       01  CMS-CST-HIT                     PIC 9(04) COMP  VALUE 0.
      *> FIRTOUT'S CONTROL ROWS, AS READ FROM DD TOUTCTL.
       01  CMS-TCT-MAX                     PIC 9(04) COMP  VALUE 50.
       01  CMS-TCT-CNT                     PIC 9(04) COMP  VALUE 0.
       01  CMS-TCT-OVER-CNT                PIC 9(08)       VALUE 0.
       01  CMS-TCT-TAB.
           05  CMS-TCT-ENTRY               OCCURS 50 TIMES.
               10  CMS-TCT-STATE           PIC X(02).
               10  CMS-TCT-DATE            PIC 9(08).
               10  CMS-TCT-REC-CNT         PIC 9(09).
               10  CMS-TCT-AMT             PIC S9(15)V99  COMP-3.
               10  CMS-TCT-USED-SW         PIC X(01).
                   88  CMS-TCT-USED        VALUE "Y".
       01  CMS-TX                          PIC 9(04) COMP  VALUE 0.
       01  CMS-TCT-HIT                     PIC 9(04) COMP  VALUE 0.
      *> --------------------- RUN COUNTERS ----------------------------
       01  CMS-READ-CNT                    PIC 9(08)       VALUE 0.
       01  CMS-PLACED-CNT                  PIC 9(08)       VALUE 0.
       01  CMS-HIST-READ-CNT               PIC 9(08)       VALUE 0.
       01  CMS-HIST-USED-CNT               PIC 9(08)       VALUE 0.
       01  CMS-HIST-OTHER-CNT              PIC 9(08)       VALUE 0.
       01  CMS-HIST-UNPAID-CNT             PIC 9(08)       VALUE 0.
       01  CMS-STMT-CNT                    PIC 9(08)       VALUE 0.
       01  CMS-MAILED-CNT                  PIC 9(08)       VALUE 0.
       01  CMS-NO-ADDR-CNT                 PIC 9(08)       VALUE 0.
       01  CMS-LTR-CNT                     PIC 9(08)       VALUE 0.
       01  CMS-OFF-CNT                     PIC 9(08)       VALUE 0.
      *> ----------------------- AMOUNTS -------------------------------
       01  CMS-AGT-PERIOD-TOTAL            PIC S9(15)V99   VALUE 0.
       01  CMS-AGT-YTD-TOTAL               PIC S9(15)V99   VALUE 0.
       01  CMS-YTD-AMT                     PIC S9(15)V99   VALUE 0.
       01  CMS-STMT-TOTAL                  PIC S9(16)V99   VALUE 0.
       01  CMS-STMT-REC-TOTAL              PIC 9(09)       VALUE 0.
       01  CMS-TCT-TOTAL                   PIC S9(16)V99   VALUE 0.
       01  CMS-TCT-REC-TOTAL               PIC 9(09)       VALUE 0.
       01  CMS-DIFF-AMT                    PIC S9(16)V99   VALUE 0.
       01  CMS-CMP-STMT-AMT                PIC S9(16)V99   VALUE 0.
       01  CMS-CMP-STMT-CNT                PIC 9(09)       VALUE 0.
       01  CMS-CMP-TCT-AMT                 PIC S9(16)V99   VALUE 0.
       01  CMS-CMP-TCT-CNT                 PIC 9(09)       VALUE 0.
       01  CMS-CMP-STATE                   PIC X(05)       VALUE SPACES.
       01  CMS-CMP-NOTE                    PIC X(20)       VALUE SPACES.
      *> ----------------------- PRINT LINES ---------------------------
       01  CMS-OUT-LINE                    PIC X(110)      VALUE SPACES.
       01  CMS-AMT-TXT                     PIC -(13)9.99.
       01  CMS-AMT2-TXT                    PIC -(13)9.99.
       01  CMS-AMT3-TXT                    PIC -(13)9.99.
       01  CMS-CNT-TXT                     PIC Z(8)9.
       01  CMS-CNT2-TXT                    PIC Z(8)9.
       01  CMS-ZIP-TXT                     PIC 9(05).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-ADDRESS THRU 1100-EXIT
               UNTIL CMS-ADR-EOF
           PERFORM 1200-LOAD-ONE-CONTROL-ROW THRU 1200-EXIT
               UNTIL CMS-CTL-EOF
           PERFORM 2000-ROLL-UP-ONE-RECORD THRU 2000-EXIT
               UNTIL CMS-EOF
           PERFORM 3000-OPEN-HISTORY THRU 3000-EXIT
           PERFORM 3100-ADD-ONE-HISTORY-RECORD THRU 3100-EXIT
               UNTIL CMS-HIST-EOF
           PERFORM 4000-WRITE-ONE-STATEMENT THRU 4000-EXIT
               VARYING CMS-AX FROM 1 BY 1
               UNTIL CMS-AX > CMS-AGT-CNT
               OR NOT CMS-OUTPUTS-OPENED
           PERFORM 5000-CONTROL-REPORT THRU 5000-EXIT
           PERFORM 8000-SUMMARIZE THRU 8000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE "Y" TO CMS-EOF-SW
           MOVE "Y" TO CMS-HIST-EOF-SW
           MOVE "Y" TO CMS-ADR-EOF-SW
           MOVE "Y" TO CMS-CTL-EOF-SW
           OPEN INPUT FIREXT-FILE
           IF NOT CMS-FIREXT-OK
               DISPLAY "FIRCOMM - UNABLE TO OPEN FIREXT, STATUS="
                   CMS-FIREXT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CMS-FIREXT-OPENED-SW
           OPEN OUTPUT CMSTMT-FILE
           IF NOT CMS-CMSTMT-OK
               DISPLAY "FIRCOMM - UNABLE TO OPEN CMSTMT, STATUS="
                   CMS-CMSTMT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT CMSMAIL-FILE
           IF NOT CMS-CMSMAIL-OK
               DISPLAY "FIRCOMM - UNABLE TO OPEN CMSMAIL, STATUS="
                   CMS-CMSMAIL-STATUS
               CLOSE CMSTMT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT CMSLTR-FILE
           IF NOT CMS-CMSLTR-OK
               DISPLAY "FIRCOMM - UNABLE TO OPEN CMSLTR, STATUS="
                   CMS-CMSLTR-STATUS
               CLOSE CMSTMT-FILE
               CLOSE CMSMAIL-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT CMSCTL-FILE
           IF NOT CMS-CMSCTL-OK
               DISPLAY "FIRCOMM - UNABLE TO OPEN CMSCTL, STATUS="
                   CMS-CMSCTL-STATUS
               CLOSE CMSTMT-FILE
               CLOSE CMSMAIL-FILE
               CLOSE CMSLTR-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CMS-OUTPUTS-OPENED-SW
           MOVE "N" TO CMS-EOF-SW
           OPEN INPUT AGTADDR-FILE
           IF CMS-AGTADDR-OK
               MOVE "N" TO CMS-ADR-EOF-SW
           END-IF
           OPEN INPUT TOUTCTL-FILE
           IF CMS-TOUTCTL-OK
               MOVE "N" TO CMS-CTL-EOF-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-ADDRESS.
           READ AGTADDR-FILE
               AT END
                   MOVE "Y" TO CMS-ADR-EOF-SW
                   CLOSE AGTADDR-FILE
                   GO TO 1100-EXIT
           END-READ
           IF CMS-ADR-CNT NOT < CMS-ADR-MAX
               ADD 1 TO CMS-ADR-OVER-CNT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO CMS-ADR-CNT
           MOVE AGA-AGENT  TO CMS-ADR-AGENT  (CMS-ADR-CNT)
           MOVE AGA-NAME   TO CMS-ADR-NAME   (CMS-ADR-CNT)
           MOVE AGA-STREET TO CMS-ADR-STREET (CMS-ADR-CNT)
           MOVE AGA-CITY   TO CMS-ADR-CITY   (CMS-ADR-CNT)
           MOVE AGA-STATE  TO CMS-ADR-STATE  (CMS-ADR-CNT)
           MOVE AGA-ZIP    TO CMS-ADR-ZIP    (CMS-ADR-CNT).
       1100-EXIT.
           EXIT.
      *
       1200-LOAD-ONE-CONTROL-ROW.
           READ TOUTCTL-FILE
               AT END
                   MOVE "Y" TO CMS-CTL-EOF-SW
                   CLOSE TOUTCTL-FILE
                   GO TO 1200-EXIT
           END-READ
           MOVE "Y" TO CMS-CTL-SUPPLIED-SW
           IF CMS-TCT-CNT NOT < CMS-TCT-MAX
               ADD 1 TO CMS-TCT-OVER-CNT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO CMS-TCT-CNT
           MOVE FTC-STATE      TO CMS-TCT-STATE   (CMS-TCT-CNT)
           MOVE FTC-FILE-DATE  TO CMS-TCT-DATE    (CMS-TCT-CNT)
           MOVE FTC-RECORD-CNT TO CMS-TCT-REC-CNT (CMS-TCT-CNT)
           MOVE FTC-GRP3-COMS-TOTAL
               TO CMS-TCT-AMT (CMS-TCT-CNT)
           MOVE "N" TO CMS-TCT-USED-SW (CMS-TCT-CNT).
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-ROLL-UP-ONE-RECORD - THE PERIOD RECORD'S COMMISSION IS  *
      *  ADDED TO ITS AGENT'S STATE AND TO THE STATE CONTROL TOTAL.   *
      ******************************************************************
       2000-ROLL-UP-ONE-RECORD.
           READ FIREXT-FILE INTO FDW-FIRE-ALLOC-REC
               AT END
                   MOVE "Y" TO CMS-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO CMS-READ-CNT
           IF FILE-DATE IS NUMERIC
               MOVE FILE-DATE TO CMS-REC-DATE
               IF CMS-REC-DATE > CMS-PERIOD-DATE
                   MOVE CMS-REC-DATE TO CMS-PERIOD-DATE
               END-IF
           END-IF
           MOVE "Y" TO CMS-ADD-AGENT-SW
           MOVE AGENT             TO CMS-KEY-AGENT
           MOVE WRITING-MIS-STATE TO CMS-KEY-STATE
           PERFORM 2100-FIND-AGENT THRU 2100-EXIT
           IF CMS-AGT-HIT = 0
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-FIND-AGENT-STATE THRU 2200-EXIT
           IF CMS-AST-HIT = 0
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-FIND-CONTROL-STATE THRU 2300-EXIT
           IF CMS-CST-HIT = 0
               GO TO 2000-EXIT
           END-IF
           ADD PAF-AMT-NUM (3)
               TO CMS-AST-PERIOD (CMS-AGT-HIT CMS-AST-HIT)
           ADD PAF-AMT-NUM (3) TO CMS-CST-AMT (CMS-CST-HIT)
           ADD 1 TO CMS-CST-REC-CNT (CMS-CST-HIT)
           ADD 1 TO CMS-PLACED-CNT.
       2000-EXIT.
           EXIT.
      *
      *> CMS-AGT-HIT COMES BACK AS CMS-KEY-AGENT'S ENTRY, OR ZERO WHEN
      *> THE AGENT IS NOT THERE AND MAY NOT, OR WOULD NOT FIT, BE
      *> ADDED.  CMS-AX STOPS ON THE FIRST ENTRY NOT BELOW THE KEY -
      *> THE MATCH, OR WHERE A NEW ONE GOES.
       2100-FIND-AGENT.
           MOVE 0 TO CMS-AGT-HIT
           PERFORM 2900-STEP-PAST-ONE-ENTRY THRU 2900-EXIT
               VARYING CMS-AX FROM 1 BY 1
               UNTIL CMS-AX > CMS-AGT-CNT
               OR CMS-AGT-CODE (CMS-AX) NOT < CMS-KEY-AGENT
           IF CMS-AX NOT > CMS-AGT-CNT
               IF CMS-AGT-CODE (CMS-AX) = CMS-KEY-AGENT
                   MOVE CMS-AX TO CMS-AGT-HIT
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF NOT CMS-ADD-AGENT
               GO TO 2100-EXIT
           END-IF
           IF CMS-AGT-CNT NOT < CMS-AGT-MAX
               ADD 1 TO CMS-AGT-OVER-CNT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-SHIFT-ONE-AGENT THRU 2110-EXIT
               VARYING CMS-SHIFT-IX FROM CMS-AGT-CNT BY -1
               UNTIL CMS-SHIFT-IX < CMS-AX
           ADD 1 TO CMS-AGT-CNT
           MOVE CMS-KEY-AGENT TO CMS-AGT-CODE (CMS-AX)
           MOVE 0 TO CMS-AGT-ST-CNT (CMS-AX)
           MOVE CMS-AX TO CMS-AGT-HIT.
       2100-EXIT.
           EXIT.
      *
       2110-SHIFT-ONE-AGENT.
           MOVE CMS-AGT-ENTRY (CMS-SHIFT-IX)
               TO CMS-AGT-ENTRY (CMS-SHIFT-IX + 1).
       2110-EXIT.
           EXIT.
      *
      *> THE SAME ORDERED FIND-OR-INSERT AS 2100, ON CMS-KEY-STATE
      *> WITHIN THE AGENT AT CMS-AGT-HIT.
       2200-FIND-AGENT-STATE.
           MOVE 0 TO CMS-AST-HIT
           PERFORM 2900-STEP-PAST-ONE-ENTRY THRU 2900-EXIT
               VARYING CMS-SX FROM 1 BY 1
               UNTIL CMS-SX > CMS-AGT-ST-CNT (CMS-AGT-HIT)
               OR CMS-AST-STATE (CMS-AGT-HIT CMS-SX)
                   NOT < CMS-KEY-STATE
           IF CMS-SX NOT > CMS-AGT-ST-CNT (CMS-AGT-HIT)
               IF CMS-AST-STATE (CMS-AGT-HIT CMS-SX) = CMS-KEY-STATE
                   MOVE CMS-SX TO CMS-AST-HIT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF CMS-AGT-ST-CNT (CMS-AGT-HIT) NOT < CMS-AST-MAX
               ADD 1 TO CMS-AST-OVER-CNT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-SHIFT-ONE-AGENT-STATE THRU 2210-EXIT
               VARYING CMS-SHIFT-IX FROM CMS-AGT-ST-CNT (CMS-AGT-HIT)
               BY -1 UNTIL CMS-SHIFT-IX < CMS-SX
           ADD 1 TO CMS-AGT-ST-CNT (CMS-AGT-HIT)
           MOVE CMS-KEY-STATE TO CMS-AST-STATE (CMS-AGT-HIT CMS-SX)
           MOVE 0 TO CMS-AST-PERIOD (CMS-AGT-HIT CMS-SX)
           MOVE 0 TO CMS-AST-PRIOR (CMS-AGT-HIT CMS-SX)
           IF CMS-AGT-ST-CNT (CMS-AGT-HIT) > CMS-AST-PEAK
               MOVE CMS-AGT-ST-CNT (CMS-AGT-HIT) TO CMS-AST-PEAK
           END-IF
           MOVE CMS-SX TO CMS-AST-HIT.
       2200-EXIT.
           EXIT.
      *
       2210-SHIFT-ONE-AGENT-STATE.
           MOVE CMS-AST-ENTRY (CMS-AGT-HIT CMS-SHIFT-IX)
               TO CMS-AST-ENTRY (CMS-AGT-HIT CMS-SHIFT-IX + 1).
       2210-EXIT.
           EXIT.
      *
      *> THE SAME ORDERED FIND-OR-INSERT AGAIN, ON CMS-KEY-STATE IN
      *> THE STATE CONTROL TABLE.
       2300-FIND-CONTROL-STATE.
           MOVE 0 TO CMS-CST-HIT
           PERFORM 2900-STEP-PAST-ONE-ENTRY THRU 2900-EXIT
               VARYING CMS-CX FROM 1 BY 1
               UNTIL CMS-CX > CMS-CST-CNT
               OR CMS-CST-STATE (CMS-CX) NOT < CMS-KEY-STATE
           IF CMS-CX NOT > CMS-CST-CNT
               IF CMS-CST-STATE (CMS-CX) = CMS-KEY-STATE
                   MOVE CMS-CX TO CMS-CST-HIT
                   GO TO 2300-EXIT
               END-IF
           END-IF
           IF CMS-CST-CNT NOT < CMS-CST-MAX
               ADD 1 TO CMS-CST-OVER-CNT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-SHIFT-ONE-CONTROL-STATE THRU 2310-EXIT
               VARYING CMS-SHIFT-IX FROM CMS-CST-CNT BY -1
               UNTIL CMS-SHIFT-IX < CMS-CX
           ADD 1 TO CMS-CST-CNT
           MOVE CMS-KEY-STATE TO CMS-CST-STATE (CMS-CX)
           MOVE 0 TO CMS-CST-REC-CNT (CMS-CX)
           MOVE 0 TO CMS-CST-AMT (CMS-CX)
           MOVE CMS-CX TO CMS-CST-HIT.
       2300-EXIT.
           EXIT.
      *
       2310-SHIFT-ONE-CONTROL-STATE.
           MOVE CMS-CST-ENTRY (CMS-SHIFT-IX)
               TO CMS-CST-ENTRY (CMS-SHIFT-IX + 1).
       2310-EXIT.
           EXIT.
      *
       2900-STEP-PAST-ONE-ENTRY.
           CONTINUE.
       2900-EXIT.
           EXIT.
      *
      *> THE HISTORY IS ONLY READ ONCE THE PERIOD DATE IS KNOWN.
       3000-OPEN-HISTORY.
           STRING CMS-PERIOD-YYYY "/" CMS-PERIOD-MM "/" CMS-PERIOD-DD
               DELIMITED BY SIZE INTO CMS-DATE-TXT
           END-STRING
           IF NOT CMS-OUTPUTS-OPENED
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT FIRHIST-FILE
           IF CMS-FIRHIST-OK
               MOVE "N" TO CMS-HIST-EOF-SW
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3100-ADD-ONE-HISTORY-RECORD - AN EARLIER PERIOD OF THE SAME  *
      *  YEAR ADDS TO THE YEAR TO DATE OF AN AGENT PAID THIS PERIOD.  *
      *  THE PERIOD ITSELF, IF IT WAS STACKED ON THE HISTORY TOO, IS  *
      *  NOT EARLIER, SO IT IS NOT COUNTED TWICE.                     *
      ******************************************************************
       3100-ADD-ONE-HISTORY-RECORD.
           READ FIRHIST-FILE INTO FDW-FIRE-ALLOC-REC
               AT END
                   MOVE "Y" TO CMS-HIST-EOF-SW
                   CLOSE FIRHIST-FILE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO CMS-HIST-READ-CNT
           IF FILE-DATE IS NOT NUMERIC
               ADD 1 TO CMS-HIST-OTHER-CNT
               GO TO 3100-EXIT
           END-IF
           MOVE FILE-DATE TO CMS-REC-DATE
           IF YEAR NOT = CMS-PERIOD-YYYY
               OR CMS-REC-DATE NOT < CMS-PERIOD-DATE
               ADD 1 TO CMS-HIST-OTHER-CNT
               GO TO 3100-EXIT
           END-IF
           MOVE "N" TO CMS-ADD-AGENT-SW
           MOVE AGENT             TO CMS-KEY-AGENT
           MOVE WRITING-MIS-STATE TO CMS-KEY-STATE
           PERFORM 2100-FIND-AGENT THRU 2100-EXIT
           IF CMS-AGT-HIT = 0
               ADD 1 TO CMS-HIST-UNPAID-CNT
               GO TO 3100-EXIT
           END-IF
           PERFORM 2200-FIND-AGENT-STATE THRU 2200-EXIT
           IF CMS-AST-HIT = 0
               GO TO 3100-EXIT
           END-IF
           ADD PAF-AMT-NUM (3)
               TO CMS-AST-PRIOR (CMS-AGT-HIT CMS-AST-HIT)
           ADD 1 TO CMS-HIST-USED-CNT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-WRITE-ONE-STATEMENT - THE PRINTED STATEMENT FOR THE     *
      *  AGENT AT CMS-AX, AND ITS MAILING-RECORD AND MERGE LINES WHEN *
      *  THE AGENT HAS AN ADDRESS.                                    *
      ******************************************************************
       4000-WRITE-ONE-STATEMENT.
           PERFORM 4100-FIND-ADDRESS THRU 4100-EXIT
           MOVE 0 TO CMS-AGT-PERIOD-TOTAL
           MOVE 0 TO CMS-AGT-YTD-TOTAL
           MOVE SPACES TO CMS-OUT-LINE
           STRING "COMMISSION STATEMENT FOR THE PERIOD ENDING "
               CMS-DATE-TXT DELIMITED BY SIZE INTO CMS-OUT-LINE
           END-STRING
           WRITE CMSTMT-RECORD FROM CMS-OUT-LINE
           MOVE SPACES TO CMSTMT-RECORD
           WRITE CMSTMT-RECORD
           MOVE SPACES TO CMS-OUT-LINE
           IF CMS-ADR-HIT > 0
               STRING "AGENT " CMS-AGT-CODE (CMS-AX) "  "
                   CMS-ADR-NAME (CMS-ADR-HIT)
                   DELIMITED BY SIZE INTO CMS-OUT-LINE
               END-STRING
               WRITE CMSTMT-RECORD FROM CMS-OUT-LINE
               MOVE SPACES TO CMS-OUT-LINE
               STRING "            " CMS-ADR-STREET (CMS-ADR-HIT)
                   DELIMITED BY SIZE INTO CMS-OUT-LINE
               END-STRING
               WRITE CMSTMT-RECORD FROM CMS-OUT-LINE
               MOVE CMS-ADR-ZIP (CMS-ADR-HIT) TO CMS-ZIP-TXT
               MOVE SPACES TO CMS-OUT-LINE
               STRING "            " CMS-ADR-CITY (CMS-ADR-HIT) " "
                   CMS-ADR-STATE (CMS-ADR-HIT) " " CMS-ZIP-TXT
                   DELIMITED BY SIZE INTO CMS-OUT-LINE
               END-STRING
               WRITE CMSTMT-RECORD FROM CMS-OUT-LINE
           ELSE
               STRING "AGENT " CMS-AGT-CODE (CMS-AX)
                   "  - NO MAILING ADDRESS ON AGTADDR, PRINT ONLY"
                   DELIMITED BY SIZE INTO CMS-OUT-LINE
               END-STRING
               WRITE CMSTMT-RECORD FROM CMS-OUT-LINE
               ADD 1 TO CMS-NO-ADDR-CNT
           END-IF
           MOVE SPACES TO CMSTMT-RECORD
           WRITE CMSTMT-RECORD
           MOVE SPACES TO CMS-OUT-LINE
           STRING "STATE    PERIOD COMMISSION        YTD COMMISSION"
               DELIMITED BY SIZE INTO CMS-OUT-LINE
           END-STRING
           WRITE CMSTMT-RECORD FROM CMS-OUT-LINE
           IF CMS-ADR-HIT > 0
               MOVE SPACES TO MAILING-RECORD
               MOVE CMS-ADR-NAME (CMS-ADR-HIT)   TO COMPANY-NAME
               MOVE CMS-ADR-STREET (CMS-ADR-HIT) TO STREET-ADDRESS
               MOVE CMS-ADR-CITY (CMS-ADR-HIT)   TO CITY
               MOVE CMS-ADR-STATE (CMS-ADR-HIT)  TO STATE
               MOVE CMS-ADR-ZIP (CMS-ADR-HIT)    TO ZIP
               MOVE 0 TO CONTACT-COUNT
               WRITE MAILING-RECORD
               ADD 1 TO CMS-MAILED-CNT
           END-IF
           PERFORM 4200-WRITE-ONE-STATE-LINE THRU 4200-EXIT
               VARYING CMS-SX FROM 1 BY 1
               UNTIL CMS-SX > CMS-AGT-ST-CNT (CMS-AX)
           MOVE CMS-AGT-PERIOD-TOTAL TO CMS-AMT-TXT
           MOVE CMS-AGT-YTD-TOTAL    TO CMS-AMT2-TXT
           MOVE SPACES TO CMS-OUT-LINE
           STRING "TOTAL    " CMS-AMT-TXT "     " CMS-AMT2-TXT
               DELIMITED BY SIZE INTO CMS-OUT-LINE
           END-STRING
           WRITE CMSTMT-RECORD FROM CMS-OUT-LINE
           MOVE SPACES TO CMSTMT-RECORD
           WRITE CMSTMT-RECORD
           WRITE CMSTMT-RECORD
           IF CMS-ADR-HIT > 0
               MOVE SPACES TO COMMISSION-STMT-RECORD
               MOVE CMS-PERIOD-DATE TO CSL-PERIOD-DATE
               MOVE CMS-AGT-CODE (CMS-AX) TO CSL-AGENT
               MOVE CMS-ADR-NAME (CMS-ADR-HIT) TO CSL-AGENT-NAME
               MOVE "T" TO CSL-LINE-TYPE
               MOVE CMS-AGT-PERIOD-TOTAL TO CSL-PERIOD-AMT
               MOVE CMS-AGT-YTD-TOTAL    TO CSL-YTD-AMT
               WRITE COMMISSION-STMT-RECORD
               ADD 1 TO CMS-LTR-CNT
           END-IF
           ADD 1 TO CMS-STMT-CNT.
       4000-EXIT.
           EXIT.
      *
       4100-FIND-ADDRESS.
           MOVE 0 TO CMS-ADR-HIT
           PERFORM 4110-MATCH-ONE-ADDRESS THRU 4110-EXIT
               VARYING CMS-DX FROM 1 BY 1
               UNTIL CMS-DX > CMS-ADR-CNT OR CMS-ADR-HIT > 0.
       4100-EXIT.
           EXIT.
      *
       4110-MATCH-ONE-ADDRESS.
           IF CMS-ADR-AGENT (CMS-DX) = CMS-AGT-CODE (CMS-AX)
               MOVE CMS-DX TO CMS-ADR-HIT
           END-IF.
       4110-EXIT.
           EXIT.
      *
      *> THE YEAR TO DATE SHOWN IS THE EARLIER PERIODS PLUS THIS ONE.
       4200-WRITE-ONE-STATE-LINE.
           ADD CMS-AST-PERIOD (CMS-AX CMS-SX)
               CMS-AST-PRIOR (CMS-AX CMS-SX) GIVING CMS-YTD-AMT
           ADD CMS-AST-PERIOD (CMS-AX CMS-SX) TO CMS-AGT-PERIOD-TOTAL
           ADD CMS-YTD-AMT TO CMS-AGT-YTD-TOTAL
           MOVE CMS-AST-PERIOD (CMS-AX CMS-SX) TO CMS-AMT-TXT
           MOVE CMS-YTD-AMT TO CMS-AMT2-TXT
           MOVE SPACES TO CMS-OUT-LINE
           STRING "  " CMS-AST-STATE (CMS-AX CMS-SX) "     "
               CMS-AMT-TXT "     " CMS-AMT2-TXT
               DELIMITED BY SIZE INTO CMS-OUT-LINE
           END-STRING
           WRITE CMSTMT-RECORD FROM CMS-OUT-LINE
           IF CMS-ADR-HIT = 0
               GO TO 4200-EXIT
           END-IF
           MOVE SPACES TO COMMISSION-STMT-RECORD
           MOVE CMS-PERIOD-DATE TO CSL-PERIOD-DATE
           MOVE CMS-AGT-CODE (CMS-AX) TO CSL-AGENT
           MOVE CMS-ADR-NAME (CMS-ADR-HIT) TO CSL-AGENT-NAME
           MOVE "S" TO CSL-LINE-TYPE
           MOVE CMS-AST-STATE (CMS-AX CMS-SX) TO CSL-STATE
           MOVE CMS-AST-PERIOD (CMS-AX CMS-SX) TO CSL-PERIOD-AMT
           MOVE CMS-YTD-AMT TO CSL-YTD-AMT
           WRITE COMMISSION-STMT-RECORD
           ADD 1 TO CMS-LTR-CNT.
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-CONTROL-REPORT - EVERY STATE ON THE STATEMENTS AGAINST  *
      *  FIRTOUT'S CONTROL ROW FOR IT, THEN ANY FIRTOUT STATE THE     *
      *  STATEMENTS DO NOT HAVE, THEN THE GRAND TOTALS.               *
      ******************************************************************
       5000-CONTROL-REPORT.
           IF NOT CMS-OUTPUTS-OPENED
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO CMS-OUT-LINE
           STRING "COMMISSION STATEMENT CONTROL REPORT - PERIOD "
               "ENDING " CMS-DATE-TXT
               DELIMITED BY SIZE INTO CMS-OUT-LINE
           END-STRING
           WRITE CMSCTL-RECORD FROM CMS-OUT-LINE
           MOVE SPACES TO CMSCTL-RECORD
           WRITE CMSCTL-RECORD
           IF NOT CMS-CTL-SUPPLIED
               MOVE "NO FIRTOUT CONTROL ROWS ON TOUTCTL - NOT TIED OUT"
                   TO CMSCTL-RECORD
               WRITE CMSCTL-RECORD
               MOVE SPACES TO CMSCTL-RECORD
               WRITE CMSCTL-RECORD
           END-IF
           MOVE SPACES TO CMS-OUT-LINE
           STRING "STATE  STMT RECS  TOUT RECS    STATEMENT TOTAL"
               "  FIRTOUT GRP3 TOTAL         DIFFERENCE"
               DELIMITED BY SIZE INTO CMS-OUT-LINE
           END-STRING
           WRITE CMSCTL-RECORD FROM CMS-OUT-LINE
           PERFORM 5100-TIE-ONE-STATE THRU 5100-EXIT
               VARYING CMS-CX FROM 1 BY 1
               UNTIL CMS-CX > CMS-CST-CNT
           PERFORM 5200-REPORT-UNTIED-ROW THRU 5200-EXIT
               VARYING CMS-TX FROM 1 BY 1
               UNTIL CMS-TX > CMS-TCT-CNT
           MOVE SPACES TO CMSCTL-RECORD
           WRITE CMSCTL-RECORD
           MOVE "TOTAL" TO CMS-CMP-STATE
           MOVE CMS-STMT-TOTAL     TO CMS-CMP-STMT-AMT
           MOVE CMS-STMT-REC-TOTAL TO CMS-CMP-STMT-CNT
           MOVE CMS-TCT-TOTAL      TO CMS-CMP-TCT-AMT
           MOVE CMS-TCT-REC-TOTAL  TO CMS-CMP-TCT-CNT
           PERFORM 5300-WRITE-COMPARE-LINE THRU 5300-EXIT
           IF CMS-CTL-SUPPLIED
               PERFORM 5400-CHECK-CONTROL-DATES THRU 5400-EXIT
                   VARYING CMS-TX FROM 1 BY 1
                   UNTIL CMS-TX > CMS-TCT-CNT
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-TIE-ONE-STATE.
           MOVE 0 TO CMS-TCT-HIT
           PERFORM 5110-MATCH-ONE-CONTROL-ROW THRU 5110-EXIT
               VARYING CMS-TX FROM 1 BY 1
               UNTIL CMS-TX > CMS-TCT-CNT OR CMS-TCT-HIT > 0
           MOVE CMS-CST-STATE (CMS-CX)   TO CMS-CMP-STATE
           MOVE CMS-CST-AMT (CMS-CX)     TO CMS-CMP-STMT-AMT
           MOVE CMS-CST-REC-CNT (CMS-CX) TO CMS-CMP-STMT-CNT
           MOVE 0 TO CMS-CMP-TCT-AMT
           MOVE 0 TO CMS-CMP-TCT-CNT
           IF CMS-TCT-HIT > 0
               MOVE CMS-TCT-AMT (CMS-TCT-HIT)     TO CMS-CMP-TCT-AMT
               MOVE CMS-TCT-REC-CNT (CMS-TCT-HIT) TO CMS-CMP-TCT-CNT
               MOVE "Y" TO CMS-TCT-USED-SW (CMS-TCT-HIT)
           END-IF
           ADD CMS-CST-AMT (CMS-CX)     TO CMS-STMT-TOTAL
           ADD CMS-CST-REC-CNT (CMS-CX) TO CMS-STMT-REC-TOTAL
           ADD CMS-CMP-TCT-AMT TO CMS-TCT-TOTAL
           ADD CMS-CMP-TCT-CNT TO CMS-TCT-REC-TOTAL
           PERFORM 5300-WRITE-COMPARE-LINE THRU 5300-EXIT.
       5100-EXIT.
           EXIT.
      *
       5110-MATCH-ONE-CONTROL-ROW.
           IF CMS-TCT-STATE (CMS-TX) = CMS-CST-STATE (CMS-CX)
               MOVE CMS-TX TO CMS-TCT-HIT
           END-IF.
       5110-EXIT.
           EXIT.
      *
      *> A FIRTOUT STATE WITH NOTHING ON THE STATEMENTS.
       5200-REPORT-UNTIED-ROW.
           IF CMS-TCT-USED (CMS-TX)
               GO TO 5200-EXIT
           END-IF
           MOVE CMS-TCT-STATE (CMS-TX)   TO CMS-CMP-STATE
           MOVE 0 TO CMS-CMP-STMT-AMT
           MOVE 0 TO CMS-CMP-STMT-CNT
           MOVE CMS-TCT-AMT (CMS-TX)     TO CMS-CMP-TCT-AMT
           MOVE CMS-TCT-REC-CNT (CMS-TX) TO CMS-CMP-TCT-CNT
           ADD CMS-CMP-TCT-AMT TO CMS-TCT-TOTAL
           ADD CMS-CMP-TCT-CNT TO CMS-TCT-REC-TOTAL
           PERFORM 5300-WRITE-COMPARE-LINE THRU 5300-EXIT.
       5200-EXIT.
           EXIT.
      *
      *> WITHOUT FIRTOUT'S ROWS THERE IS NOTHING TO TIE TO, SO NO
      *> LINE IS FLAGGED - THE HEADING NOTE ALREADY SAYS SO.
       5300-WRITE-COMPARE-LINE.
           SUBTRACT CMS-CMP-TCT-AMT FROM CMS-CMP-STMT-AMT
               GIVING CMS-DIFF-AMT
           MOVE SPACES TO CMS-CMP-NOTE
           IF CMS-CTL-SUPPLIED
               AND (CMS-DIFF-AMT NOT = 0
                    OR CMS-CMP-STMT-CNT NOT = CMS-CMP-TCT-CNT)
               MOVE "  *** DOES NOT TIE" TO CMS-CMP-NOTE
               ADD 1 TO CMS-OFF-CNT
           END-IF
           MOVE CMS-CMP-STMT-CNT TO CMS-CNT-TXT
           MOVE CMS-CMP-TCT-CNT  TO CMS-CNT2-TXT
           MOVE CMS-CMP-STMT-AMT TO CMS-AMT-TXT
           MOVE CMS-CMP-TCT-AMT  TO CMS-AMT2-TXT
           MOVE CMS-DIFF-AMT     TO CMS-AMT3-TXT
           MOVE SPACES TO CMS-OUT-LINE
           STRING CMS-CMP-STATE " " CMS-CNT-TXT "  " CMS-CNT2-TXT
               "  " CMS-AMT-TXT "  " CMS-AMT2-TXT "  " CMS-AMT3-TXT
               CMS-CMP-NOTE
               DELIMITED BY SIZE INTO CMS-OUT-LINE
           END-STRING
           WRITE CMSCTL-RECORD FROM CMS-OUT-LINE.
       5300-EXIT.
           EXIT.
      *
      *> FIRTOUT'S ROWS MUST BE FOR THE SAME FILE AS THE STATEMENTS.
       5400-CHECK-CONTROL-DATES.
           IF CMS-TCT-DATE (CMS-TX) = CMS-PERIOD-DATE
               GO TO 5400-EXIT
           END-IF
           MOVE SPACES TO CMS-OUT-LINE
           STRING "  *** FIRTOUT ROW FOR STATE " CMS-TCT-STATE (CMS-TX)
               " IS DATED " CMS-TCT-DATE (CMS-TX)
               ", NOT THE STATEMENT PERIOD"
               DELIMITED BY SIZE INTO CMS-OUT-LINE
           END-STRING
           WRITE CMSCTL-RECORD FROM CMS-OUT-LINE
           ADD 1 TO CMS-OFF-CNT.
       5400-EXIT.
           EXIT.
      *
       8000-SUMMARIZE.
           DISPLAY "FIRCOMM - " CMS-READ-CNT " RECORDS, "
               CMS-AGT-CNT " AGENTS, " CMS-STMT-CNT " STATEMENTS, "
               CMS-MAILED-CNT " MAILED"
           DISPLAY "FIRCOMM - " CMS-HIST-READ-CNT " HISTORY RECORDS, "
               CMS-HIST-USED-CNT " TO DATE, " CMS-HIST-UNPAID-CNT
               " FOR AGENTS NOT PAID THIS PERIOD"
           IF CMS-NO-ADDR-CNT > 0
               DISPLAY "FIRCOMM - " CMS-NO-ADDR-CNT
                   " AGENTS HAVE NO MAILING ADDRESS ON AGTADDR"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT CMS-CTL-SUPPLIED AND CMS-OUTPUTS-OPENED
               DISPLAY "FIRCOMM - NO FIRTOUT CONTROL ROWS ON TOUTCTL"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF CMS-OFF-CNT > 0
               DISPLAY "FIRCOMM - " CMS-OFF-CNT
                   " CONTROL LINES DO NOT TIE TO FIRTOUT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF CMS-AGT-OVER-CNT > 0
               OR CMS-AST-OVER-CNT > 0
               OR CMS-CST-OVER-CNT > 0
               OR CMS-ADR-OVER-CNT > 0
               OR CMS-TCT-OVER-CNT > 0
               DISPLAY "FIRCOMM - AGENT, AGENT STATE, STATE CONTROL, "
                   "ADDRESS OR TOUTCTL TABLE OVERFLOW"
               IF CMS-OUTPUTS-OPENED
                   MOVE SPACES TO CMS-OUT-LINE
                   STRING "TABLE OVERFLOW - THE STATEMENTS ARE "
                       "INCOMPLETE" DELIMITED BY SIZE INTO CMS-OUT-LINE
                   END-STRING
                   WRITE CMSCTL-RECORD FROM CMS-OUT-LINE
               END-IF
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRCOMM " TO RNL-WS-PROGRAM
           MOVE CMS-READ-CNT     TO RNL-WS-RECORDS-IN
           MOVE CMS-STMT-CNT     TO RNL-WS-RECORDS-OUT
           MOVE CMS-NO-ADDR-CNT  TO RNL-WS-RECORDS-SUSP
           MOVE CMS-AGT-CNT      TO RNL-WS-TABLE-PEAK (1)
           MOVE CMS-AST-PEAK     TO RNL-WS-TABLE-PEAK (2)
           MOVE CMS-ADR-CNT      TO RNL-WS-TABLE-PEAK (3)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF CMS-FIREXT-OPENED
               CLOSE FIREXT-FILE
           END-IF
           IF CMS-OUTPUTS-OPENED
               CLOSE CMSTMT-FILE
               CLOSE CMSMAIL-FILE
               CLOSE CMSLTR-FILE
               CLOSE CMSCTL-FILE
           END-IF.
