      ******************************************************************
      **                                                               *
      **  PROGRAM      FIRBORD                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  REINSURANCE BORDEREAU BY TREATY.  THE CEDED    *
      **      PIECES FIRCEDE WROTE TO DD CEDED ARE GROUPED BY TREATY   *
      **      AND A STATEMENT FOR EACH TREATY IS WRITTEN TO DD BORDX - *
      **      A HEADER WITH THE TREATY AND THE FILE-DATE PERIOD IT     *
      **      COVERS, A DETAIL LINE PER CO-CD AND WRITING-MIS-STATE    *
      **      WITH THE CEDED PREMIUM, RESERVE AND CAT COMPONENTS, AND  *
      **      THE SETTLEMENT TOTAL DUE.  THE CEDED RECORD CARRIES NO   *
      **      TREATY ID, SO EACH ONE IS PLACED BY THE SAME TREATY      *
      **      TABLE (DD TREATY) AND THE SAME RULE FIRCEDE USED - THE   *
      **      FIRST ROW WHOSE CO-CD AND WINDOW COVER THE RECORD WINS.  *
      **      RUN IT AGAINST THE TREATY FILE FIRCEDE RAN WITH.         *
      **                                                               *
      **      COMPONENTS.  PREMIUM IS THE SIX GRP2-GRP5 PREM-ALLOC     *
      **      AMOUNTS (PAF-AMT-NUM 1-6); RESERVE IS THE NINE SUPP,     *
      **      IBNR AND OS RESERVE AMOUNTS (PAF-AMT-NUM 7-15); CAT IS   *
      **      THE NINE LOSS-ALLOC CAT AMOUNTS (LAF-AMT-NUM 1-9).  THE  *
      **      SETTLEMENT TOTAL IS ALL THREE.                           *
      **                                                               *
      **      THE CONTROL PAGE ON DD BORDRPT TIES EACH TREATY'S        *
      **      STATEMENT, AND THE SUM OF ALL OF THEM, BACK TO THE       *
      **      CEDED FIGURES FIRCEDE LEFT ON DD CEDECTL (THE SAME       *
      **      FIGURES ITS CEDERPT PRINTS).                             *
      **                                                               *
      **      RETURN-CODE 4  - NO CEDECTL, SO THE TIE WAS NOT PROVED.  *
      **      RETURN-CODE 8  - A CEDED RECORD FOUND NO TREATY, OR A    *
      **                       STATEMENT DOES NOT TIE TO CEDECTL.      *
      **      RETURN-CODE 16 - A FILE COULD NOT BE OPENED OR A TABLE   *
      **                       OVERFLOWED; THE BORDEREAUX ARE NOT      *
      **                       COMPLETE.                               *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRBORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREATY-FILE   ASSIGN TO "TREATY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRD-TREATY-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE FIRE ALLOCATION
      *> RECORD'S OVERPUNCHED AMOUNT BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT CEDED-FILE    ASSIGN TO "CEDED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BRD-CEDED-STATUS.
      *> OPTIONAL - WITHOUT IT THE STATEMENTS ARE STILL WRITTEN BUT
      *> THE CONTROL PAGE CANNOT PROVE THEM.
           SELECT OPTIONAL CEDECTL-FILE ASSIGN TO "CEDECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRD-CEDECTL-STATUS.
           SELECT BORDX-FILE    ASSIGN TO "BORDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRD-BORDX-STATUS.
           SELECT BORDRPT-FILE  ASSIGN TO "BORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRD-BORDRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TREATY-FILE.
       COPY TREATREC.
       FD  CEDED-FILE.
       01  CEDED-RECORD                    PIC X(487).
       FD  CEDECTL-FILE.
       COPY FIRCCTL.
       FD  BORDX-FILE.
       01  BORDX-RECORD                    PIC X(132).
       FD  BORDRPT-FILE.
       01  BORDRPT-RECORD                  PIC X(132).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       COPY FIREALOC.
       01  BRD-TREATY-STATUS               PIC XX.
           88  BRD-TREATY-OK               VALUE "00".
       01  BRD-CEDED-STATUS                PIC XX.
           88  BRD-CEDED-OK                VALUE "00".
      *> "05" IS OPTIONAL-FILE-ABSENT ON AN INPUT OPEN.
       01  BRD-CEDECTL-STATUS              PIC XX.
           88  BRD-CEDECTL-OK              VALUE "00" "05".
           88  BRD-CEDECTL-ABSENT          VALUE "05".
       01  BRD-BORDX-STATUS                PIC XX.
           88  BRD-BORDX-OK                VALUE "00".
       01  BRD-BORDRPT-STATUS              PIC XX.
           88  BRD-BORDRPT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE INPUT STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  BRD-CEDED-OPENED-SW             PIC X(01)       VALUE "N".
           88  BRD-CEDED-OPENED            VALUE "Y".
       01  BRD-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  BRD-OUTPUTS-OPENED          VALUE "Y".
       01  BRD-EOF-SW                      PIC X(01)       VALUE "N".
           88  BRD-EOF                     VALUE "Y".
       01  BRD-TRT-EOF-SW                  PIC X(01)       VALUE "N".
           88  BRD-TRT-EOF                 VALUE "Y".
       01  BRD-CTL-EOF-SW                  PIC X(01)       VALUE "N".
           88  BRD-CTL-EOF                 VALUE "Y".
       01  BRD-CTL-SEEN-SW                 PIC X(01)       VALUE "N".
           88  BRD-CTL-SEEN                VALUE "Y".
      *> ----------------------- TREATY TABLE --------------------------
      *> THE TREATY ROWS IN FILE ORDER, AS FIRCEDE LOADS THEM.
       01  BRD-TRT-MAX                     PIC 9(04) COMP  VALUE 100.
       01  BRD-TRT-CNT                     PIC 9(04) COMP  VALUE 0.
       01  BRD-TRT-TAB.
           05  BRD-TRT-ENTRY               OCCURS 100 TIMES.
               10  BRD-TRT-CO-CD           PIC X(04).
               10  BRD-TRT-EFF-DATE        PIC 9(08).
               10  BRD-TRT-END-DATE        PIC 9(08).
               10  BRD-TRT-ID              PIC X(08).
       01  BRD-TX                          PIC 9(04) COMP  VALUE 0.
       01  BRD-HIT                         PIC 9(04) COMP  VALUE 0.
      *> ----------------------- STATEMENTS ----------------------------
      *> ONE ENTRY PER TREATY ID - ITS PERIOD, ITS COMPONENT TOTALS
      *> AND WHAT FIRCEDE SAYS IT CEDED TO IT.
       01  BRD-STM-MAX                     PIC 9(04) COMP  VALUE 100.
       01  BRD-STM-CNT                     PIC 9(04) COMP  VALUE 0.
       01  BRD-STM-TAB.
           05  BRD-STM-ENTRY               OCCURS 100 TIMES.
               10  BRD-STM-ID              PIC X(08).
               10  BRD-STM-LOW-DATE        PIC 9(08).
               10  BRD-STM-HIGH-DATE       PIC 9(08).
               10  BRD-STM-REC-CNT         PIC 9(09).
               10  BRD-STM-PREM            PIC S9(17)V99.
               10  BRD-STM-RSRV            PIC S9(17)V99.
               10  BRD-STM-CAT             PIC S9(17)V99.
               10  BRD-STM-CTL-CNT         PIC 9(09).
               10  BRD-STM-CTL-CEDED       PIC S9(17)V99.
       01  BRD-SX                          PIC 9(04) COMP  VALUE 0.
       01  BRD-STM-HIT                     PIC 9(04) COMP  VALUE 0.
       01  BRD-KEY-ID                      PIC X(08)       VALUE SPACES.
      *> ------------------------- CELLS -------------------------------
      *> ONE ENTRY PER TREATY, CO-CD AND WRITING-MIS-STATE, KEPT IN
      *> KEY ORDER AS IT FILLS SO THE STATEMENTS NEED NO SORT STEP.
       01  BRD-CEL-MAX                     PIC 9(04) COMP  VALUE 3000.
       01  BRD-CEL-CNT                     PIC 9(04) COMP  VALUE 0.
       01  BRD-CEL-OVER-CNT                PIC 9(08)       VALUE 0.
       01  BRD-CEL-TAB.
           05  BRD-CEL-ENTRY               OCCURS 3000 TIMES.
               10  BRD-CEL-KEY.
                   15  BRD-CEL-ID          PIC X(08).
                   15  BRD-CEL-CO-CD       PIC X(04).
                   15  BRD-CEL-STATE       PIC X(02).
               10  BRD-CEL-REC-CNT         PIC 9(08)      COMP.
               10  BRD-CEL-PREM            PIC S9(17)V99  COMP-3.
               10  BRD-CEL-RSRV            PIC S9(17)V99  COMP-3.
               10  BRD-CEL-CAT             PIC S9(17)V99  COMP-3.
       01  BRD-CX                          PIC 9(04) COMP  VALUE 0.
       01  BRD-CEL-HIT                     PIC 9(04) COMP  VALUE 0.
       01  BRD-SHIFT-IX                    PIC 9(04) COMP  VALUE 0.
       01  BRD-KEY-CEL.
           05  BRD-KEY-CEL-ID              PIC X(08).
           05  BRD-KEY-CEL-CO-CD           PIC X(04).
           05  BRD-KEY-CEL-STATE           PIC X(02).
      *> ----------------------- THE RECORD ----------------------------
       01  BRD-REC-DATE                    PIC 9(08)       VALUE 0.
       01  BRD-AX                          PIC 9(04) COMP  VALUE 0.
       01  BRD-REC-PREM                    PIC S9(17)V99   VALUE 0.
       01  BRD-REC-RSRV                    PIC S9(17)V99   VALUE 0.
       01  BRD-REC-CAT                     PIC S9(17)V99   VALUE 0.
      *> ----------------------- RUN TOTALS ----------------------------
       01  BRD-READ-CNT                    PIC 9(08)       VALUE 0.
       01  BRD-PLACED-CNT                  PIC 9(08)       VALUE 0.
       01  BRD-NOTREATY-CNT                PIC 9(08)       VALUE 0.
       01  BRD-NOTREATY-AMT                PIC S9(17)V99   VALUE 0.
       01  BRD-UNPOSTED-CNT                PIC 9(08)       VALUE 0.
       01  BRD-OVERFLOW-SW                 PIC X(01)       VALUE "N".
           88  BRD-OVERFLOW                VALUE "Y".
       01  BRD-ALL-STM-TOTAL               PIC S9(17)V99   VALUE 0.
       01  BRD-CTL-RUN-CNT                 PIC 9(09)       VALUE 0.
       01  BRD-CTL-RUN-CEDED               PIC S9(17)V99   VALUE 0.
       01  BRD-UNTIED-CNT                  PIC 9(04)       VALUE 0.
      *> ----------------------- PRINT LINES ---------------------------
       01  BRD-OUT-LINE                    PIC X(132)      VALUE SPACES.
       01  BRD-STM-DUE                     PIC S9(17)V99   VALUE 0.
       01  BRD-LINE-DUE                    PIC S9(17)V99   VALUE 0.
       01  BRD-PREM-TXT                    PIC -(15)9.99.
       01  BRD-RSRV-TXT                    PIC -(15)9.99.
       01  BRD-CAT-TXT                     PIC -(15)9.99.
       01  BRD-DUE-TXT                     PIC -(15)9.99.
       01  BRD-CTL-TXT                     PIC -(15)9.99.
       01  BRD-CNT-TXT                     PIC Z(8)9.
       01  BRD-RULE-LINE                   PIC X(132)
                                           VALUE ALL "=".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-TREATY THRU 1100-EXIT
               UNTIL BRD-TRT-EOF
           PERFORM 1200-LOAD-ONE-CONTROL THRU 1200-EXIT
               UNTIL BRD-CTL-EOF
           PERFORM 2000-PLACE-ONE-RECORD THRU 2000-EXIT
               UNTIL BRD-EOF
           PERFORM 3000-WRITE-STATEMENTS THRU 3000-EXIT
           PERFORM 4000-CONTROL-PAGE THRU 4000-EXIT
           PERFORM 8000-SUMMARIZE THRU 8000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE "Y" TO BRD-EOF-SW
           MOVE "Y" TO BRD-TRT-EOF-SW
           MOVE "Y" TO BRD-CTL-EOF-SW
           OPEN INPUT TREATY-FILE
           IF NOT BRD-TREATY-OK
               DISPLAY "FIRBORD - UNABLE TO OPEN TREATY, STATUS="
                   BRD-TREATY-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CEDED-FILE
           IF NOT BRD-CEDED-OK
               DISPLAY "FIRBORD - UNABLE TO OPEN CEDED, STATUS="
                   BRD-CEDED-STATUS
               CLOSE TREATY-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO BRD-CEDED-OPENED-SW
           OPEN INPUT CEDECTL-FILE
           IF NOT BRD-CEDECTL-OK
               DISPLAY "FIRBORD - UNABLE TO OPEN CEDECTL, STATUS="
                   BRD-CEDECTL-STATUS
               CLOSE TREATY-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT BORDX-FILE
           IF NOT BRD-BORDX-OK
               DISPLAY "FIRBORD - UNABLE TO OPEN BORDX, STATUS="
                   BRD-BORDX-STATUS
               CLOSE TREATY-FILE
               CLOSE CEDECTL-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT BORDRPT-FILE
           IF NOT BRD-BORDRPT-OK
               DISPLAY "FIRBORD - UNABLE TO OPEN BORDRPT, STATUS="
                   BRD-BORDRPT-STATUS
               CLOSE TREATY-FILE
               CLOSE CEDECTL-FILE
               CLOSE BORDX-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO BRD-OUTPUTS-OPENED-SW
           MOVE "N" TO BRD-EOF-SW
           MOVE "N" TO BRD-TRT-EOF-SW
           MOVE "N" TO BRD-CTL-EOF-SW
           IF BRD-CEDECTL-ABSENT
               MOVE "Y" TO BRD-CTL-EOF-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *> EVERY TREATY ID ON THE TABLE GETS A STATEMENT ENTRY UP FRONT,
      *> SO THE CONTROL PAGE ALSO SHOWS A TREATY THAT CEDED NOTHING.
       1100-LOAD-ONE-TREATY.
           READ TREATY-FILE
               AT END
                   MOVE "Y" TO BRD-TRT-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF BRD-TRT-CNT NOT < BRD-TRT-MAX
               DISPLAY "FIRBORD - TREATY TABLE FULL AT " BRD-TRT-MAX
                   " - REMAINDER IGNORED"
               MOVE "Y" TO BRD-TRT-EOF-SW
               MOVE "Y" TO BRD-OVERFLOW-SW
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO BRD-TRT-CNT
           MOVE TRT-CO-CD     TO BRD-TRT-CO-CD (BRD-TRT-CNT)
           MOVE TRT-EFF-DATE  TO BRD-TRT-EFF-DATE (BRD-TRT-CNT)
           MOVE TRT-END-DATE  TO BRD-TRT-END-DATE (BRD-TRT-CNT)
           MOVE TRT-TREATY-ID TO BRD-TRT-ID (BRD-TRT-CNT)
           MOVE TRT-TREATY-ID TO BRD-KEY-ID
           PERFORM 1900-FIND-STATEMENT THRU 1900-EXIT.
       1100-EXIT.
           EXIT.
      *
       1200-LOAD-ONE-CONTROL.
           READ CEDECTL-FILE
               AT END
                   MOVE "Y" TO BRD-CTL-EOF-SW
                   GO TO 1200-EXIT
           END-READ
           IF FCC-TOTAL-ROW
               MOVE "Y" TO BRD-CTL-SEEN-SW
               MOVE FCC-RECORD-CNT  TO BRD-CTL-RUN-CNT
               MOVE FCC-CEDED-TOTAL TO BRD-CTL-RUN-CEDED
               GO TO 1200-EXIT
           END-IF
           IF NOT FCC-TREATY-ROW
               GO TO 1200-EXIT
           END-IF
           MOVE FCC-TREATY-ID TO BRD-KEY-ID
           PERFORM 1900-FIND-STATEMENT THRU 1900-EXIT
           IF BRD-STM-HIT = 0
               GO TO 1200-EXIT
           END-IF
           ADD FCC-RECORD-CNT  TO BRD-STM-CTL-CNT (BRD-STM-HIT)
           ADD FCC-CEDED-TOTAL TO BRD-STM-CTL-CEDED (BRD-STM-HIT).
       1200-EXIT.
           EXIT.
      *
      *> BRD-STM-HIT COMES BACK AS BRD-KEY-ID'S STATEMENT ENTRY, ADDED
      *> IF NEW, OR ZERO WHEN A NEW ONE WOULD NOT FIT.
       1900-FIND-STATEMENT.
           MOVE 0 TO BRD-STM-HIT
           PERFORM 1910-MATCH-ONE-STATEMENT THRU 1910-EXIT
               VARYING BRD-SX FROM 1 BY 1
               UNTIL BRD-SX > BRD-STM-CNT OR BRD-STM-HIT > 0
           IF BRD-STM-HIT > 0
               GO TO 1900-EXIT
           END-IF
           IF BRD-STM-CNT NOT < BRD-STM-MAX
               DISPLAY "FIRBORD - STATEMENT TABLE FULL AT " BRD-STM-MAX
                   " - TREATY " BRD-KEY-ID " LEFT OUT"
               MOVE "Y" TO BRD-OVERFLOW-SW
               GO TO 1900-EXIT
           END-IF
           ADD 1 TO BRD-STM-CNT
           MOVE BRD-STM-CNT TO BRD-STM-HIT
           MOVE BRD-KEY-ID TO BRD-STM-ID (BRD-STM-HIT)
           MOVE 0 TO BRD-STM-LOW-DATE (BRD-STM-HIT)
           MOVE 0 TO BRD-STM-HIGH-DATE (BRD-STM-HIT)
           MOVE 0 TO BRD-STM-REC-CNT (BRD-STM-HIT)
           MOVE 0 TO BRD-STM-PREM (BRD-STM-HIT)
           MOVE 0 TO BRD-STM-RSRV (BRD-STM-HIT)
           MOVE 0 TO BRD-STM-CAT (BRD-STM-HIT)
           MOVE 0 TO BRD-STM-CTL-CNT (BRD-STM-HIT)
           MOVE 0 TO BRD-STM-CTL-CEDED (BRD-STM-HIT).
       1900-EXIT.
           EXIT.
      *
       1910-MATCH-ONE-STATEMENT.
           IF BRD-STM-ID (BRD-SX) = BRD-KEY-ID
               MOVE BRD-SX TO BRD-STM-HIT
           END-IF.
       1910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-PLACE-ONE-RECORD - FINDS THE CEDED RECORD'S TREATY BY    *
      *  FIRCEDE'S OWN RULE, SPLITS ITS AMOUNTS INTO THE THREE         *
      *  COMPONENTS AND ADDS THEM TO ITS TREATY/CO-CD/STATE CELL AND   *
      *  ITS TREATY'S STATEMENT.                                       *
      ******************************************************************
       2000-PLACE-ONE-RECORD.
           READ CEDED-FILE INTO FDW-FIRE-ALLOC-REC
               AT END
                   MOVE "Y" TO BRD-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO BRD-READ-CNT
           MOVE 0 TO BRD-REC-PREM
           MOVE 0 TO BRD-REC-RSRV
           MOVE 0 TO BRD-REC-CAT
           PERFORM 2010-ADD-ONE-PREM-AMT THRU 2010-EXIT
               VARYING BRD-AX FROM 1 BY 1
               UNTIL BRD-AX > 15
           PERFORM 2020-ADD-ONE-CAT-AMT THRU 2020-EXIT
               VARYING BRD-AX FROM 1 BY 1
               UNTIL BRD-AX > 9
           MOVE FILE-DATE TO BRD-REC-DATE (1:8)
           MOVE 0 TO BRD-HIT
           PERFORM 2100-MATCH-ONE-TREATY THRU 2100-EXIT
               VARYING BRD-TX FROM 1 BY 1
               UNTIL BRD-TX > BRD-TRT-CNT OR BRD-HIT > 0
           IF BRD-HIT = 0
               ADD 1 TO BRD-NOTREATY-CNT
               ADD BRD-REC-PREM BRD-REC-RSRV BRD-REC-CAT
                   TO BRD-NOTREATY-AMT
               GO TO 2000-EXIT
           END-IF
           MOVE BRD-TRT-ID (BRD-HIT) TO BRD-KEY-ID
           PERFORM 1900-FIND-STATEMENT THRU 1900-EXIT
           MOVE BRD-TRT-ID (BRD-HIT)     TO BRD-KEY-CEL-ID
           MOVE CO-CD                    TO BRD-KEY-CEL-CO-CD
           MOVE WRITING-MIS-STATE        TO BRD-KEY-CEL-STATE
           PERFORM 2200-FIND-CELL THRU 2200-EXIT
           IF BRD-CEL-HIT = 0 OR BRD-STM-HIT = 0
               ADD 1 TO BRD-UNPOSTED-CNT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO BRD-PLACED-CNT
           ADD 1 TO BRD-CEL-REC-CNT (BRD-CEL-HIT)
           ADD BRD-REC-PREM TO BRD-CEL-PREM (BRD-CEL-HIT)
           ADD BRD-REC-RSRV TO BRD-CEL-RSRV (BRD-CEL-HIT)
           ADD BRD-REC-CAT  TO BRD-CEL-CAT (BRD-CEL-HIT)
           ADD 1 TO BRD-STM-REC-CNT (BRD-STM-HIT)
           ADD BRD-REC-PREM TO BRD-STM-PREM (BRD-STM-HIT)
           ADD BRD-REC-RSRV TO BRD-STM-RSRV (BRD-STM-HIT)
           ADD BRD-REC-CAT  TO BRD-STM-CAT (BRD-STM-HIT)
           IF BRD-STM-LOW-DATE (BRD-STM-HIT) = 0
               OR BRD-REC-DATE < BRD-STM-LOW-DATE (BRD-STM-HIT)
               MOVE BRD-REC-DATE TO BRD-STM-LOW-DATE (BRD-STM-HIT)
           END-IF
           IF BRD-REC-DATE > BRD-STM-HIGH-DATE (BRD-STM-HIT)
               MOVE BRD-REC-DATE TO BRD-STM-HIGH-DATE (BRD-STM-HIT)
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *> PREM-ALLOC SLOTS 1-6 ARE THE GRP2-GRP5 PREMIUM COMPONENT AND
      *> 7-15 THE RESERVE COMPONENT.
       2010-ADD-ONE-PREM-AMT.
           IF BRD-AX <= 6
               ADD PAF-AMT-NUM (BRD-AX) TO BRD-REC-PREM
           ELSE
               ADD PAF-AMT-NUM (BRD-AX) TO BRD-REC-RSRV
           END-IF.
       2010-EXIT.
           EXIT.
      *
       2020-ADD-ONE-CAT-AMT.
           ADD LAF-AMT-NUM (BRD-AX) TO BRD-REC-CAT.
       2020-EXIT.
           EXIT.
      *
      *> THE SAME TEST AS FIRCEDE'S 2100-MATCH-ONE-TREATY, SO A RECORD
      *> LANDS ON THE TREATY THAT CEDED IT.
       2100-MATCH-ONE-TREATY.
           IF BRD-TRT-CO-CD (BRD-TX) = CO-CD
               AND BRD-REC-DATE >= BRD-TRT-EFF-DATE (BRD-TX)
               AND BRD-REC-DATE <= BRD-TRT-END-DATE (BRD-TX)
               MOVE BRD-TX TO BRD-HIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *> BRD-CEL-HIT COMES BACK AS BRD-KEY-CEL'S ENTRY, OR ZERO WHEN A
      *> NEW CELL WOULD NOT FIT.  BRD-CX STOPS ON THE FIRST ENTRY NOT
      *> BELOW THE KEY - THE MATCH, OR WHERE A NEW ONE GOES.
       2200-FIND-CELL.
           MOVE 0 TO BRD-CEL-HIT
           PERFORM 2900-STEP-PAST-ONE-ENTRY THRU 2900-EXIT
               VARYING BRD-CX FROM 1 BY 1
               UNTIL BRD-CX > BRD-CEL-CNT
               OR BRD-CEL-KEY (BRD-CX) NOT < BRD-KEY-CEL
           IF BRD-CX NOT > BRD-CEL-CNT
               IF BRD-CEL-KEY (BRD-CX) = BRD-KEY-CEL
                   MOVE BRD-CX TO BRD-CEL-HIT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF BRD-CEL-CNT NOT < BRD-CEL-MAX
               ADD 1 TO BRD-CEL-OVER-CNT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-SHIFT-ONE-CELL THRU 2210-EXIT
               VARYING BRD-SHIFT-IX FROM BRD-CEL-CNT BY -1
               UNTIL BRD-SHIFT-IX < BRD-CX
           ADD 1 TO BRD-CEL-CNT
           MOVE BRD-KEY-CEL TO BRD-CEL-KEY (BRD-CX)
           MOVE 0 TO BRD-CEL-REC-CNT (BRD-CX)
           MOVE 0 TO BRD-CEL-PREM (BRD-CX)
           MOVE 0 TO BRD-CEL-RSRV (BRD-CX)
           MOVE 0 TO BRD-CEL-CAT (BRD-CX)
           MOVE BRD-CX TO BRD-CEL-HIT.
       2200-EXIT.
           EXIT.
      *
       2210-SHIFT-ONE-CELL.
           MOVE BRD-CEL-ENTRY (BRD-SHIFT-IX)
               TO BRD-CEL-ENTRY (BRD-SHIFT-IX + 1).
       2210-EXIT.
           EXIT.
      *
       2900-STEP-PAST-ONE-ENTRY.
           CONTINUE.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-WRITE-STATEMENTS - ONE STATEMENT PER TREATY WITH CEDED   *
      *  RECORDS, IN TREATY ID ORDER: HEADER, A DETAIL LINE PER        *
      *  CO-CD AND STATE, THEN THE COMPONENT AND SETTLEMENT TOTALS.    *
      ******************************************************************
       3000-WRITE-STATEMENTS.
           IF NOT BRD-OUTPUTS-OPENED
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-REPORT-ONE-CELL THRU 3100-EXIT
               VARYING BRD-CX FROM 1 BY 1
               UNTIL BRD-CX > BRD-CEL-CNT
           IF BRD-CEL-CNT > 0
               PERFORM 3300-CLOSE-STATEMENT THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-REPORT-ONE-CELL.
           IF BRD-CX = 1
               PERFORM 3200-OPEN-STATEMENT THRU 3200-EXIT
           ELSE
               IF BRD-CEL-ID (BRD-CX) NOT = BRD-CEL-ID (BRD-CX - 1)
                   PERFORM 3300-CLOSE-STATEMENT THRU 3300-EXIT
                   PERFORM 3200-OPEN-STATEMENT THRU 3200-EXIT
               END-IF
           END-IF
           MOVE BRD-CEL-PREM (BRD-CX) TO BRD-PREM-TXT
           MOVE BRD-CEL-RSRV (BRD-CX) TO BRD-RSRV-TXT
           MOVE BRD-CEL-CAT (BRD-CX)  TO BRD-CAT-TXT
           COMPUTE BRD-LINE-DUE = BRD-CEL-PREM (BRD-CX)
               + BRD-CEL-RSRV (BRD-CX) + BRD-CEL-CAT (BRD-CX)
           MOVE BRD-LINE-DUE TO BRD-DUE-TXT
           MOVE BRD-CEL-REC-CNT (BRD-CX) TO BRD-CNT-TXT
           MOVE SPACES TO BRD-OUT-LINE
           STRING "  " BRD-CEL-CO-CD (BRD-CX)
               "  " BRD-CEL-STATE (BRD-CX)
               " " BRD-CNT-TXT
               " " BRD-PREM-TXT
               " " BRD-RSRV-TXT
               " " BRD-CAT-TXT
               " " BRD-DUE-TXT
               DELIMITED BY SIZE INTO BRD-OUT-LINE
           END-STRING
           WRITE BORDX-RECORD FROM BRD-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
       3200-OPEN-STATEMENT.
           MOVE BRD-CEL-ID (BRD-CX) TO BRD-KEY-ID
           PERFORM 1900-FIND-STATEMENT THRU 1900-EXIT
           WRITE BORDX-RECORD FROM BRD-RULE-LINE
           MOVE SPACES TO BRD-OUT-LINE
           STRING "REINSURANCE BORDEREAU - FIRE ALLOCATION CESSIONS"
               "    TREATY " BRD-KEY-ID
               DELIMITED BY SIZE INTO BRD-OUT-LINE
           END-STRING
           WRITE BORDX-RECORD FROM BRD-OUT-LINE
           MOVE SPACES TO BRD-OUT-LINE
           IF BRD-STM-HIT > 0
               STRING "PERIOD - FILE-DATES "
                   BRD-STM-LOW-DATE (BRD-STM-HIT) " THROUGH "
                   BRD-STM-HIGH-DATE (BRD-STM-HIT)
                   DELIMITED BY SIZE INTO BRD-OUT-LINE
               END-STRING
           END-IF
           WRITE BORDX-RECORD FROM BRD-OUT-LINE
           WRITE BORDX-RECORD FROM BRD-RULE-LINE
           MOVE SPACES TO BRD-OUT-LINE
           STRING "  CO-CD ST  RECORDS"
               "       PREMIUM CEDED"
               "       RESERVE CEDED"
               "           CAT CEDED"
               "          AMOUNT DUE"
               DELIMITED BY SIZE INTO BRD-OUT-LINE
           END-STRING
           WRITE BORDX-RECORD FROM BRD-OUT-LINE.
       3200-EXIT.
           EXIT.
      *
       3300-CLOSE-STATEMENT.
           IF BRD-STM-HIT = 0
               GO TO 3300-EXIT
           END-IF
           MOVE BRD-STM-PREM (BRD-STM-HIT) TO BRD-PREM-TXT
           MOVE BRD-STM-RSRV (BRD-STM-HIT) TO BRD-RSRV-TXT
           MOVE BRD-STM-CAT (BRD-STM-HIT)  TO BRD-CAT-TXT
           COMPUTE BRD-STM-DUE = BRD-STM-PREM (BRD-STM-HIT)
               + BRD-STM-RSRV (BRD-STM-HIT) + BRD-STM-CAT (BRD-STM-HIT)
           MOVE BRD-STM-DUE TO BRD-DUE-TXT
           MOVE BRD-STM-REC-CNT (BRD-STM-HIT) TO BRD-CNT-TXT
           MOVE SPACES TO BRD-OUT-LINE
           STRING "  TOTAL    " BRD-CNT-TXT
               " " BRD-PREM-TXT
               " " BRD-RSRV-TXT
               " " BRD-CAT-TXT
               " " BRD-DUE-TXT
               DELIMITED BY SIZE INTO BRD-OUT-LINE
           END-STRING
           WRITE BORDX-RECORD FROM BRD-OUT-LINE
           MOVE SPACES TO BRD-OUT-LINE
           STRING "SETTLEMENT TOTAL DUE UNDER TREATY " BRD-KEY-ID
               ": " BRD-DUE-TXT
               DELIMITED BY SIZE INTO BRD-OUT-LINE
           END-STRING
           WRITE BORDX-RECORD FROM BRD-OUT-LINE
           MOVE SPACES TO BORDX-RECORD
           WRITE BORDX-RECORD.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-CONTROL-PAGE - EACH TREATY'S STATEMENT TOTAL BESIDE WHAT *
      *  FIRCEDE SAYS IT CEDED TO THAT TREATY, THEN THE SUM OF ALL     *
      *  STATEMENTS BESIDE FIRCEDE'S RUN TOTAL.                        *
      ******************************************************************
       4000-CONTROL-PAGE.
           IF NOT BRD-OUTPUTS-OPENED
               GO TO 4000-EXIT
           END-IF
           MOVE "BORDEREAU CONTROL PAGE - STATEMENTS AGAINST FIRCEDE"
               TO BRD-OUT-LINE
           WRITE BORDRPT-RECORD FROM BRD-OUT-LINE
           MOVE SPACES TO BORDRPT-RECORD
           WRITE BORDRPT-RECORD
           MOVE SPACES TO BRD-OUT-LINE
           STRING "  TREATY    RECORDS    STATEMENT TOTAL"
               "                 FIRCEDE CEDED  RESULT"
               DELIMITED BY SIZE INTO BRD-OUT-LINE
           END-STRING
           WRITE BORDRPT-RECORD FROM BRD-OUT-LINE
           PERFORM 4100-CONTROL-ONE-TREATY THRU 4100-EXIT
               VARYING BRD-SX FROM 1 BY 1
               UNTIL BRD-SX > BRD-STM-CNT
           MOVE SPACES TO BORDRPT-RECORD
           WRITE BORDRPT-RECORD
           MOVE BRD-ALL-STM-TOTAL TO BRD-DUE-TXT
           MOVE BRD-PLACED-CNT TO BRD-CNT-TXT
           MOVE SPACES TO BRD-OUT-LINE
           STRING "  ALL     " BRD-CNT-TXT " " BRD-DUE-TXT
               DELIMITED BY SIZE INTO BRD-OUT-LINE
           END-STRING
           IF BRD-CTL-SEEN
               MOVE BRD-CTL-RUN-CEDED TO BRD-CTL-TXT
               MOVE BRD-CTL-TXT TO BRD-OUT-LINE (51:19)
               IF BRD-CTL-RUN-CEDED = BRD-ALL-STM-TOTAL
                   AND BRD-CTL-RUN-CNT = BRD-PLACED-CNT
                   MOVE "TIES" TO BRD-OUT-LINE (72:10)
               ELSE
                   MOVE "DOES NOT TIE" TO BRD-OUT-LINE (72:12)
                   ADD 1 TO BRD-UNTIED-CNT
               END-IF
           ELSE
               MOVE "NO CEDECTL TOTAL - NOT PROVED"
                   TO BRD-OUT-LINE (51:30)
           END-IF
           WRITE BORDRPT-RECORD FROM BRD-OUT-LINE
           IF BRD-NOTREATY-CNT > 0
               MOVE BRD-NOTREATY-CNT TO BRD-CNT-TXT
               MOVE BRD-NOTREATY-AMT TO BRD-DUE-TXT
               MOVE SPACES TO BRD-OUT-LINE
               STRING "  CEDED RECORDS NO TREATY COVERS: " BRD-CNT-TXT
                   "  AMOUNT " BRD-DUE-TXT
                   DELIMITED BY SIZE INTO BRD-OUT-LINE
               END-STRING
               WRITE BORDRPT-RECORD FROM BRD-OUT-LINE
               MOVE "  - IS THIS THE TREATY FILE FIRCEDE RAN WITH?"
                   TO BRD-OUT-LINE
               WRITE BORDRPT-RECORD FROM BRD-OUT-LINE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-CONTROL-ONE-TREATY.
           COMPUTE BRD-STM-DUE = BRD-STM-PREM (BRD-SX)
               + BRD-STM-RSRV (BRD-SX) + BRD-STM-CAT (BRD-SX)
           ADD BRD-STM-DUE TO BRD-ALL-STM-TOTAL
           MOVE BRD-STM-DUE TO BRD-DUE-TXT
           MOVE BRD-STM-REC-CNT (BRD-SX) TO BRD-CNT-TXT
           MOVE SPACES TO BRD-OUT-LINE
           STRING "  " BRD-STM-ID (BRD-SX) BRD-CNT-TXT " " BRD-DUE-TXT
               DELIMITED BY SIZE INTO BRD-OUT-LINE
           END-STRING
           IF NOT BRD-CTL-SEEN
               WRITE BORDRPT-RECORD FROM BRD-OUT-LINE
               GO TO 4100-EXIT
           END-IF
           MOVE BRD-STM-CTL-CEDED (BRD-SX) TO BRD-CTL-TXT
           MOVE BRD-CTL-TXT TO BRD-OUT-LINE (51:19)
           IF BRD-STM-CTL-CEDED (BRD-SX) = BRD-STM-DUE
               AND BRD-STM-CTL-CNT (BRD-SX) = BRD-STM-REC-CNT (BRD-SX)
               MOVE "TIES" TO BRD-OUT-LINE (72:10)
           ELSE
               MOVE "DOES NOT TIE" TO BRD-OUT-LINE (72:12)
               ADD 1 TO BRD-UNTIED-CNT
           END-IF
           WRITE BORDRPT-RECORD FROM BRD-OUT-LINE.
       4100-EXIT.
           EXIT.
      *
       8000-SUMMARIZE.
           DISPLAY "FIRBORD - " BRD-READ-CNT " CEDED RECORDS, "
               BRD-PLACED-CNT " PLACED, " BRD-NOTREATY-CNT
               " WITH NO TREATY, " BRD-STM-CNT " TREATIES"
           IF NOT BRD-CTL-SEEN AND RETURN-CODE < 4
               DISPLAY "FIRBORD - NO CEDECTL TOTAL - TIE NOT PROVED"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF (BRD-NOTREATY-CNT > 0 OR BRD-UNTIED-CNT > 0)
               AND RETURN-CODE < 8
               DISPLAY "FIRBORD - " BRD-UNTIED-CNT
                   " CONTROL LINES DO NOT TIE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF BRD-CEL-OVER-CNT > 0
               DISPLAY "FIRBORD - CELL TABLE OVERFLOW AT " BRD-CEL-MAX
                   " - " BRD-UNPOSTED-CNT " RECORDS NOT PLACED"
               MOVE "Y" TO BRD-OVERFLOW-SW
           END-IF
           IF BRD-OVERFLOW
               MOVE 16 TO RETURN-CODE
               IF BRD-OUTPUTS-OPENED
                   MOVE "TABLE OVERFLOW - THE BORDEREAUX ARE INCOMPLETE"
                       TO BORDRPT-RECORD
                   WRITE BORDRPT-RECORD
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRBORD " TO RNL-WS-PROGRAM
           MOVE BRD-READ-CNT     TO RNL-WS-RECORDS-IN
           MOVE BRD-PLACED-CNT   TO RNL-WS-RECORDS-OUT
           MOVE BRD-NOTREATY-CNT TO RNL-WS-RECORDS-SUSP
           MOVE BRD-TRT-CNT      TO RNL-WS-TABLE-PEAK (1)
           MOVE BRD-STM-CNT      TO RNL-WS-TABLE-PEAK (2)
           MOVE BRD-CEL-CNT      TO RNL-WS-TABLE-PEAK (3)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF BRD-CEDED-OPENED
               CLOSE CEDED-FILE
           END-IF
           IF BRD-OUTPUTS-OPENED
               CLOSE TREATY-FILE
               CLOSE CEDECTL-FILE
               CLOSE BORDX-FILE
               CLOSE BORDRPT-FILE
           END-IF.
