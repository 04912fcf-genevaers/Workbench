      ******************************************************************
      **                                                              *
      **  PROGRAM      USGSTCK                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  GEOCODE-VERSUS-MAILING-ADDRESS STATE CHECK.   *
      **      A USAGE POINT GEOCODED INTO ONE STATE WHILE THE         *
      **      CUSTOMER'S MAILING ADDRESS SAYS ANOTHER IS ALMOST       *
      **      ALWAYS A BAD GEOCODE OR A BAD CROSS-REFERENCE LINK.     *
      **      EACH USAGE-RECORD ON DD USGEXT IS PLACED IN A STATE BY  *
      **      THE FIRST BOX OF THE CERTIFIED REGION TABLE (DD         *
      **      REGNREF) CONTAINING ITS POINT, THE SAME WAY USGRGN      *
      **      PLACES IT IN A REGION.  ITS KEY-ID1 RESOLVES TO A       *
      **      ZERO-FILLED NINE-DIGIT ACCOUNT NUMBER THE SAME WAY      *
      **      USGXKEY DOES, THE ACCOUNT TO ITS CUSTOMER THROUGH THE   *
      **      CROSS-REFERENCE BRIDGE (DD CUSTXREF - A CONFIRMED LINK  *
      **      WINS OVER A PROPOSED ONE, REMOVED LINKS ARE IGNORED),   *
      **      AND THE CUSTOMER TO ITS MAILING RECORD ON DD CUSTEXT BY *
      **      NAME, STREET AND ZIP.  A CUSTOMER NO LONGER ON CUSTEXT  *
      **      UNDER THE LINKED ADDRESS IS JUDGED ON THE STATE THE     *
      **      LINK CARRIES.  EVERY MISMATCH IS LISTED ON DD STCKRPT   *
      **      WITH THE QMS-MTCH-CD TIER AND THE LINK'S MATCH CODE     *
      **      (EXACT, FUZZY OR MANUAL); A MISMATCH ON A LOW-TIER      *
      **      GEOCODE IS ALSO WRITTEN, AS THE USAGE-RECORD UNCHANGED, *
      **      TO DD STREGEO - A FILE USGREGEO TAKES AS ITS USGEXT TO  *
      **      RESUBMIT THE POINTS TO THE VENDOR.                      *
      **                                                               *
      **      A TIER IS LOW WHEN THE FIRST CHARACTER OF QMS-MTCH-CD   *
      **      IS AT OR PAST THE GRADE USGREGEO SELECTS ON - ITS       *
      **      USGREGEO/CONFGRADE ROW OF THE CENTRAL PARAMETER LIBRARY *
      **      (DD PARMLIB) IN FORCE ON THE RUN DATE, ELSE THE         *
      **      REGEOPRM CARD, ELSE "M" - SO EVERY POINT WRITTEN TO     *
      **      STREGEO IS ONE USGREGEO WILL ACTUALLY SELECT.           *
      **                                                               *
      **      RETURN-CODE 04 - AT LEAST ONE MISMATCH; 16 - A FILE     *
      **      COULD NOT BE OPENED OR A TABLE OVERFLOWED, SO THE CHECK *
      **      IS INCOMPLETE.                                          *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR CUSTEXT, *
      **                   FOR THE MONTHLY DISCLOSE REPORT.            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGSTCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE USAGE RECORD CARRIES
      *> COMP AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT USGEXT-FILE   ASSIGN TO "USGEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STK-USGEXT-STATUS.
           SELECT REGNREF-FILE  ASSIGN TO "REGNREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-REGNREF-STATUS.
           SELECT CUSTXREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-CUSTXREF-STATUS.
      *> READ THE WAY CUSTXBLD READS IT WHEN IT BUILDS THE LINKS.
           SELECT CUSTEXT-FILE  ASSIGN TO "CUSTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STK-CUSTEXT-STATUS.
      *> OPTIONAL - USGREGEO'S OWN GRADE CARD, READ ONLY WHEN THE
      *> LIBRARY HAS NO ROW.
           SELECT OPTIONAL REGEOPRM-FILE ASSIGN TO "REGEOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-REGEOPRM-STATUS.
      *> OPTIONAL - THE CENTRAL PARAMETER LIBRARY (PARMLREC.cpy).
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-PARMLIB-STATUS.
           SELECT STCKRPT-FILE  ASSIGN TO "STCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-STCKRPT-STATUS.
           SELECT STREGEO-FILE  ASSIGN TO "STREGEO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STK-STREGEO-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USGEXT-FILE.
       COPY USAGEREC.
       FD  REGNREF-FILE.
       COPY REGNREF.
       FD  CUSTXREF-FILE.
       COPY CUSTXREF.
       FD  CUSTEXT-FILE.
       COPY CUSTREC.
       FD  REGEOPRM-FILE.
       01  REGEOPRM-RECORD                 PIC X(01).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  STCKRPT-FILE.
       01  STCKRPT-RECORD                  PIC X(110).
       FD  STREGEO-FILE.
       01  STREGEO-RECORD                  PIC X(36).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  STK-USGEXT-STATUS               PIC XX.
           88  STK-USGEXT-OK               VALUE "00".
      *> THE FINAL READ'S AT END DRIVES STK-USGEXT-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  STK-USGEXT-OPENED-SW            PIC X(01)       VALUE "N".
           88  STK-USGEXT-OPENED           VALUE "Y".
       01  STK-REGNREF-STATUS              PIC XX.
           88  STK-REGNREF-OK              VALUE "00".
       01  STK-CUSTXREF-STATUS             PIC XX.
           88  STK-CUSTXREF-OK             VALUE "00".
       01  STK-CUSTEXT-STATUS              PIC XX.
           88  STK-CUSTEXT-OK              VALUE "00".
      *> SET ONCE CUSTEXT IS OPEN, FOR THE ACCESS LOG.
       01  STK-CUSTEXT-READ-SW             PIC X(01)       VALUE "N".
           88  STK-CUSTEXT-READ            VALUE "Y".
       01  STK-CUSTEXT-READ-CNT            PIC 9(09)       VALUE 0.
       01  STK-REGEOPRM-STATUS             PIC XX.
           88  STK-REGEOPRM-OK             VALUE "00".
       01  STK-PARMLIB-STATUS              PIC XX.
           88  STK-PARMLIB-OK              VALUE "00".
       01  STK-PARMLIB-EOF-SW              PIC X(01)       VALUE "N".
           88  STK-PARMLIB-EOF             VALUE "Y".
       01  STK-LIB-FOUND-SW                PIC X(01)       VALUE "N".
           88  STK-LIB-FOUND               VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  STK-LIB-RUN-DATE                PIC 9(08)       VALUE 0.
       01  STK-STCKRPT-STATUS              PIC XX.
           88  STK-STCKRPT-OK              VALUE "00".
       01  STK-STCKRPT-OPENED-SW           PIC X(01)       VALUE "N".
           88  STK-STCKRPT-OPENED          VALUE "Y".
       01  STK-STREGEO-STATUS              PIC XX.
           88  STK-STREGEO-OK              VALUE "00".
       01  STK-STREGEO-OPENED-SW           PIC X(01)       VALUE "N".
           88  STK-STREGEO-OPENED          VALUE "Y".
       01  STK-EOF-SW                      PIC X(01)       VALUE "N".
           88  STK-EOF                     VALUE "Y".
       01  STK-LOAD-EOF-SW                 PIC X(01)       VALUE "N".
           88  STK-LOAD-EOF                VALUE "Y".
      *> "A" IS THE BEST MATCH GRADE AND "Z" THE WORST - THE SAME
      *> READING USGREGEO GIVES IT.
       01  STK-GRADE-CD                    PIC X(01)       VALUE "M".
      *> ------------------ REGION RANGE TABLE -------------------------
       01  STK-BOX-TAB.
           05  STK-BOX-ENTRY               OCCURS 100 TIMES.
               10  STK-BOX-LAT-MIN          PIC S9(03)V9(04).
               10  STK-BOX-LAT-MAX          PIC S9(03)V9(04).
               10  STK-BOX-LNG-MIN          PIC S9(03)V9(04).
               10  STK-BOX-LNG-MAX          PIC S9(03)V9(04).
               10  STK-BOX-STATE            PIC X(02).
       01  STK-BOX-CNT                     PIC 9(03)       VALUE 0.
       01  STK-BOX-IDX                     PIC 9(03).
       01  STK-BOX-FOUND-IDX               PIC 9(03)       VALUE 0.
      *> ------------------ ACCOUNT LINK TABLE -------------------------
       01  STK-LNK-TAB.
           05  STK-LNK-ENTRY               OCCURS 2000 TIMES.
               10  STK-LNK-ACCOUNT          PIC X(09).
               10  STK-LNK-NAME             PIC X(23).
               10  STK-LNK-STREET           PIC X(20).
               10  STK-LNK-ZIP              PIC 9(05).
               10  STK-LNK-STATE            PIC X(02).
               10  STK-LNK-STATUS           PIC X(01).
               10  STK-LNK-MATCH-CD         PIC X(01).
       01  STK-LNK-CNT                     PIC 9(04)       VALUE 0.
       01  STK-LNK-IDX                     PIC 9(04).
       01  STK-LNK-FOUND-IDX               PIC 9(04)       VALUE 0.
      *> ------------------ MAILING CUSTOMER TABLE ---------------------
       01  STK-CUS-TAB.
           05  STK-CUS-ENTRY               OCCURS 2000 TIMES.
               10  STK-CUS-NAME             PIC X(23).
               10  STK-CUS-STREET           PIC X(20).
               10  STK-CUS-ZIP              PIC 9(05).
               10  STK-CUS-STATE            PIC X(02).
       01  STK-CUS-CNT                     PIC 9(04)       VALUE 0.
       01  STK-CUS-IDX                     PIC 9(04).
       01  STK-CUS-FOUND-IDX               PIC 9(04)       VALUE 0.
       01  STK-OVERFLOW-CNT                PIC 9(08)       VALUE 0.
      *> THE CURRENT RECORD'S ACCOUNT, RESOLVED FROM KEY-ID1.
       01  STK-KEY-NUM                     PIC 9(09)       VALUE 0.
       01  STK-KEY-ACCOUNT                 PIC X(09).
       01  STK-KEY-ACCOUNT-9 REDEFINES STK-KEY-ACCOUNT
                                           PIC 9(09).
       01  STK-GEO-STATE                   PIC X(02).
       01  STK-MAIL-STATE                  PIC X(02).
       01  STK-MAIL-SOURCE                 PIC X(08).
       01  STK-TIER                        PIC X(04).
      *> --------------------- RUN COUNTERS ----------------------------
       01  STK-TOTAL-CNT                   PIC 9(08)       VALUE 0.
       01  STK-UNPLACED-CNT                PIC 9(08)       VALUE 0.
       01  STK-UNLINKED-CNT                PIC 9(08)       VALUE 0.
       01  STK-XREF-STATE-CNT              PIC 9(08)       VALUE 0.
       01  STK-AGREE-CNT                   PIC 9(08)       VALUE 0.
       01  STK-MISMATCH-CNT                PIC 9(08)       VALUE 0.
       01  STK-LOW-CNT                     PIC 9(08)       VALUE 0.
       01  STK-LNK-DUP-CNT                 PIC 9(08)       VALUE 0.
       01  STK-CNT-TXT                     PIC ZZZZZZZ9.
       01  STK-KEY-TXT                     PIC -(9)9.
       01  STK-LAT-TXT                     PIC -999.9(7).
       01  STK-LNG-TXT                     PIC -999.9(7).
       01  STK-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-RECORD THRU 2000-EXIT
               UNTIL STK-EOF
           PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-LIBRARY-PARM THRU 1050-EXIT
           IF NOT STK-LIB-FOUND
               OPEN INPUT REGEOPRM-FILE
               IF STK-REGEOPRM-OK
                   READ REGEOPRM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REGEOPRM-RECORD NOT = SPACE
                               MOVE REGEOPRM-RECORD TO STK-GRADE-CD
                           END-IF
                   END-READ
                   CLOSE REGEOPRM-FILE
               END-IF
           END-IF
           OPEN OUTPUT STCKRPT-FILE
           IF NOT STK-STCKRPT-OK
               DISPLAY "USGSTCK - UNABLE TO OPEN STCKRPT, STATUS="
                   STK-STCKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO STK-EOF-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO STK-STCKRPT-OPENED-SW
           PERFORM 1100-LOAD-BOXES THRU 1100-EXIT
           IF RETURN-CODE NOT = 16
               PERFORM 1200-LOAD-LINKS THRU 1200-EXIT
           END-IF
           IF RETURN-CODE NOT = 16
               PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT
           END-IF
           IF RETURN-CODE = 16
               MOVE "Y" TO STK-EOF-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT USGEXT-FILE
           IF NOT STK-USGEXT-OK
               DISPLAY "USGSTCK - UNABLE TO OPEN USGEXT, STATUS="
                   STK-USGEXT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO STK-EOF-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO STK-USGEXT-OPENED-SW
           OPEN OUTPUT STREGEO-FILE
           IF NOT STK-STREGEO-OK
               DISPLAY "USGSTCK - UNABLE TO OPEN STREGEO, STATUS="
                   STK-STREGEO-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO STK-EOF-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO STK-STREGEO-OPENED-SW
           MOVE SPACES TO STK-OUT-LINE
           STRING "USGSTCK - GEOCODE STATE VERSUS MAILING STATE - LOW "
               "TIER IS QMS-MTCH-CD GRADE " STK-GRADE-CD " OR WORSE"
               DELIMITED BY SIZE
               INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           MOVE SPACES TO STK-OUT-LINE
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-LIBRARY-PARM - USGREGEO'S OWN CONFGRADE ROW OF  *
      *  THE CENTRAL PARAMETER LIBRARY, SO "LOW TIER" HERE MEANS WHAT *
      *  USGREGEO WILL SELECT WHEN STREGEO IS RESUBMITTED.            *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           ACCEPT STK-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT STK-PARMLIB-OK
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-LIB-ROW THRU 1060-EXIT
               UNTIL STK-PARMLIB-EOF OR STK-LIB-FOUND
           CLOSE PARMLIB-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO STK-PARMLIB-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "USGREGEO"
               OR PRM-PARM-NAME NOT = "CONFGRADE"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > STK-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < STK-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-PARM-VALUE(1:1) = SPACE
               DISPLAY "USGSTCK - PARMLIB CONFGRADE IS BLANK - THE "
                   "REGEOPRM CARD OR DEFAULT IS USED"
               GO TO 1060-EXIT
           END-IF
           MOVE PRM-PARM-VALUE(1:1) TO STK-GRADE-CD
           MOVE "Y" TO STK-LIB-FOUND-SW.
       1060-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-LOAD-BOXES - THE CERTIFIED REGION TABLE.  A TABLE TOO   *
      *  LARGE TO HOLD WOULD LEAVE POINTS UNPLACED, SO IT ENDS THE    *
      *  RUN WITH RETURN-CODE 16 INSTEAD.                             *
      ******************************************************************
       1100-LOAD-BOXES.
           OPEN INPUT REGNREF-FILE
           IF NOT STK-REGNREF-OK
               DISPLAY "USGSTCK - UNABLE TO OPEN REGNREF, STATUS="
                   STK-REGNREF-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO STK-LOAD-EOF-SW
           PERFORM 1110-LOAD-ONE-BOX THRU 1110-EXIT
               UNTIL STK-LOAD-EOF
           CLOSE REGNREF-FILE
           IF STK-OVERFLOW-CNT > 0
               DISPLAY "USGSTCK - REGNREF HAS MORE THAN 100 BOXES - NO "
                   "CHECK MADE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1110-LOAD-ONE-BOX.
           READ REGNREF-FILE
               AT END
                   MOVE "Y" TO STK-LOAD-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF STK-BOX-CNT NOT < 100
               ADD 1 TO STK-OVERFLOW-CNT
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO STK-BOX-CNT
           MOVE RRF-LAT-MIN TO STK-BOX-LAT-MIN(STK-BOX-CNT)
           MOVE RRF-LAT-MAX TO STK-BOX-LAT-MAX(STK-BOX-CNT)
           MOVE RRF-LNG-MIN TO STK-BOX-LNG-MIN(STK-BOX-CNT)
           MOVE RRF-LNG-MAX TO STK-BOX-LNG-MAX(STK-BOX-CNT)
           MOVE RRF-STATE   TO STK-BOX-STATE(STK-BOX-CNT).
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-LINKS - ONE LINK PER ACCOUNT.  A CONFIRMED LINK    *
      *  REPLACES A PROPOSED ONE ALREADY HELD; OTHERWISE THE FIRST    *
      *  LINK READ FOR THE ACCOUNT IS KEPT.                           *
      ******************************************************************
       1200-LOAD-LINKS.
           OPEN INPUT CUSTXREF-FILE
           IF NOT STK-CUSTXREF-OK
               DISPLAY "USGSTCK - UNABLE TO OPEN CUSTXREF, STATUS="
                   STK-CUSTXREF-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO STK-LOAD-EOF-SW
           PERFORM 1210-LOAD-ONE-LINK THRU 1210-EXIT
               UNTIL STK-LOAD-EOF
           CLOSE CUSTXREF-FILE
           IF STK-OVERFLOW-CNT > 0
               DISPLAY "USGSTCK - CUSTXREF HAS MORE THAN 2000 LINKED "
                   "ACCOUNTS - NO CHECK MADE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-LINK.
           READ CUSTXREF-FILE
               AT END
                   MOVE "Y" TO STK-LOAD-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           IF CXR-REMOVED
               GO TO 1210-EXIT
           END-IF
           MOVE CXR-ACCOUNT-NO TO STK-KEY-ACCOUNT
           MOVE 0 TO STK-LNK-FOUND-IDX
           PERFORM 1220-MATCH-ONE-LINK THRU 1220-EXIT
               VARYING STK-LNK-IDX FROM 1 BY 1
               UNTIL STK-LNK-IDX > STK-LNK-CNT
               OR STK-LNK-FOUND-IDX NOT = 0
           IF STK-LNK-FOUND-IDX NOT = 0
               ADD 1 TO STK-LNK-DUP-CNT
               IF CXR-CONFIRMED
                   AND STK-LNK-STATUS(STK-LNK-FOUND-IDX) NOT = "C"
                   PERFORM 1230-HOLD-LINK THRU 1230-EXIT
               END-IF
               GO TO 1210-EXIT
           END-IF
           IF STK-LNK-CNT NOT < 2000
               ADD 1 TO STK-OVERFLOW-CNT
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO STK-LNK-CNT
           MOVE STK-LNK-CNT TO STK-LNK-FOUND-IDX
           PERFORM 1230-HOLD-LINK THRU 1230-EXIT.
       1210-EXIT.
           EXIT.
      *
       1220-MATCH-ONE-LINK.
           IF STK-LNK-ACCOUNT(STK-LNK-IDX) = STK-KEY-ACCOUNT
               MOVE STK-LNK-IDX TO STK-LNK-FOUND-IDX
           END-IF.
       1220-EXIT.
           EXIT.
      *
       1230-HOLD-LINK.
           MOVE CXR-ACCOUNT-NO     TO STK-LNK-ACCOUNT(STK-LNK-FOUND-IDX)
           MOVE CXR-CUSTOMER-NAME  TO STK-LNK-NAME(STK-LNK-FOUND-IDX)
           MOVE CXR-STREET-ADDRESS TO STK-LNK-STREET(STK-LNK-FOUND-IDX)
           MOVE CXR-ZIP            TO STK-LNK-ZIP(STK-LNK-FOUND-IDX)
           MOVE CXR-STATE          TO STK-LNK-STATE(STK-LNK-FOUND-IDX)
           MOVE CXR-STATUS         TO STK-LNK-STATUS(STK-LNK-FOUND-IDX)
           MOVE CXR-MATCH-CD
               TO STK-LNK-MATCH-CD(STK-LNK-FOUND-IDX).
       1230-EXIT.
           EXIT.
      *
       1300-LOAD-CUSTOMERS.
           OPEN INPUT CUSTEXT-FILE
           IF NOT STK-CUSTEXT-OK
               DISPLAY "USGSTCK - UNABLE TO OPEN CUSTEXT, STATUS="
                   STK-CUSTEXT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF
           MOVE "Y" TO STK-CUSTEXT-READ-SW
           MOVE "N" TO STK-LOAD-EOF-SW
           PERFORM 1310-LOAD-ONE-CUSTOMER THRU 1310-EXIT
               UNTIL STK-LOAD-EOF
           CLOSE CUSTEXT-FILE
           IF STK-OVERFLOW-CNT > 0
               DISPLAY "USGSTCK - CUSTEXT HAS MORE THAN 2000 "
                   "CUSTOMERS - NO CHECK MADE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-LOAD-ONE-CUSTOMER.
           READ CUSTEXT-FILE
               AT END
                   MOVE "Y" TO STK-LOAD-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           ADD 1 TO STK-CUSTEXT-READ-CNT
           IF STK-CUS-CNT NOT < 2000
               ADD 1 TO STK-OVERFLOW-CNT
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO STK-CUS-CNT
           MOVE CUSTOMER-NAME  TO STK-CUS-NAME(STK-CUS-CNT)
           MOVE STREET-ADDRESS TO STK-CUS-STREET(STK-CUS-CNT)
           MOVE ZIP-CODE       TO STK-CUS-ZIP(STK-CUS-CNT)
           MOVE STATE          TO STK-CUS-STATE(STK-CUS-CNT).
       1310-EXIT.
           EXIT.
      *
       2000-CHECK-ONE-RECORD.
           READ USGEXT-FILE
               AT END
                   MOVE "Y" TO STK-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO STK-TOTAL-CNT
           MOVE 0 TO STK-BOX-FOUND-IDX
           PERFORM 2100-MATCH-ONE-BOX THRU 2100-EXIT
               VARYING STK-BOX-IDX FROM 1 BY 1
               UNTIL STK-BOX-IDX > STK-BOX-CNT
               OR STK-BOX-FOUND-IDX NOT = 0
           IF STK-BOX-FOUND-IDX = 0
               ADD 1 TO STK-UNPLACED-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE STK-BOX-STATE(STK-BOX-FOUND-IDX) TO STK-GEO-STATE
           MOVE KEY-ID1 TO STK-KEY-NUM
           MOVE STK-KEY-NUM TO STK-KEY-ACCOUNT-9
           MOVE 0 TO STK-LNK-FOUND-IDX
           PERFORM 1220-MATCH-ONE-LINK THRU 1220-EXIT
               VARYING STK-LNK-IDX FROM 1 BY 1
               UNTIL STK-LNK-IDX > STK-LNK-CNT
               OR STK-LNK-FOUND-IDX NOT = 0
           IF STK-LNK-FOUND-IDX = 0
               ADD 1 TO STK-UNLINKED-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE 0 TO STK-CUS-FOUND-IDX
           PERFORM 2200-MATCH-ONE-CUSTOMER THRU 2200-EXIT
               VARYING STK-CUS-IDX FROM 1 BY 1
               UNTIL STK-CUS-IDX > STK-CUS-CNT
               OR STK-CUS-FOUND-IDX NOT = 0
           IF STK-CUS-FOUND-IDX = 0
               MOVE STK-LNK-STATE(STK-LNK-FOUND-IDX) TO STK-MAIL-STATE
               MOVE "CUSTXREF" TO STK-MAIL-SOURCE
               ADD 1 TO STK-XREF-STATE-CNT
           ELSE
               MOVE STK-CUS-STATE(STK-CUS-FOUND-IDX) TO STK-MAIL-STATE
               MOVE "CUSTREC " TO STK-MAIL-SOURCE
           END-IF
           IF STK-GEO-STATE = STK-MAIL-STATE
               ADD 1 TO STK-AGREE-CNT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO STK-MISMATCH-CNT
           IF QMS-MTCH-CD(1:1) >= STK-GRADE-CD
               MOVE "LOW " TO STK-TIER
               ADD 1 TO STK-LOW-CNT
               WRITE STREGEO-RECORD FROM USAGE-RECORD
           ELSE
               MOVE "HIGH" TO STK-TIER
           END-IF
           PERFORM 2300-WRITE-MISMATCH THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-MATCH-ONE-BOX.
           IF LATUD >= STK-BOX-LAT-MIN(STK-BOX-IDX)
               AND LATUD <= STK-BOX-LAT-MAX(STK-BOX-IDX)
               AND LNGTD >= STK-BOX-LNG-MIN(STK-BOX-IDX)
               AND LNGTD <= STK-BOX-LNG-MAX(STK-BOX-IDX)
               MOVE STK-BOX-IDX TO STK-BOX-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-MATCH-ONE-CUSTOMER.
           IF STK-CUS-NAME(STK-CUS-IDX)
                   = STK-LNK-NAME(STK-LNK-FOUND-IDX)
               AND STK-CUS-STREET(STK-CUS-IDX)
                   = STK-LNK-STREET(STK-LNK-FOUND-IDX)
               AND STK-CUS-ZIP(STK-CUS-IDX)
                   = STK-LNK-ZIP(STK-LNK-FOUND-IDX)
               MOVE STK-CUS-IDX TO STK-CUS-FOUND-IDX
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2300-WRITE-MISMATCH.
           MOVE KEY-ID1 TO STK-KEY-TXT
           MOVE SPACES TO STK-OUT-LINE
           STRING "KEY-ID1=" STK-KEY-TXT
               " ACCT=" STK-KEY-ACCOUNT
               " GEO STATE=" STK-GEO-STATE
               " MAIL STATE=" STK-MAIL-STATE
               " MTCH=" QMS-MTCH-CD
               " TIER=" STK-TIER
               " XREF=" STK-LNK-MATCH-CD(STK-LNK-FOUND-IDX)
               "/" STK-LNK-STATUS(STK-LNK-FOUND-IDX)
               DELIMITED BY SIZE
               INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           MOVE LATUD TO STK-LAT-TXT
           MOVE LNGTD TO STK-LNG-TXT
           MOVE SPACES TO STK-OUT-LINE
           STRING "    " STK-LNK-NAME(STK-LNK-FOUND-IDX)
               " LATUD=" STK-LAT-TXT
               " LNGTD=" STK-LNG-TXT
               "  MAIL STATE FROM " STK-MAIL-SOURCE
               DELIMITED BY SIZE
               INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE.
       2300-EXIT.
           EXIT.
      *
       3000-WRITE-TOTALS.
           IF NOT STK-STCKRPT-OPENED
               GO TO 3000-EXIT
           END-IF
           IF STK-MISMATCH-CNT = 0
               MOVE "NO GEOCODE STATE DIFFERS FROM ITS MAILING STATE"
                   TO STK-OUT-LINE
               WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           END-IF
           MOVE SPACES TO STK-OUT-LINE
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           MOVE STK-TOTAL-CNT TO STK-CNT-TXT
           MOVE SPACES TO STK-OUT-LINE
           STRING "USAGE RECORDS READ         " STK-CNT-TXT
               DELIMITED BY SIZE INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           MOVE STK-UNPLACED-CNT TO STK-CNT-TXT
           MOVE SPACES TO STK-OUT-LINE
           STRING "POINT IN NO REGNREF BOX    " STK-CNT-TXT
               DELIMITED BY SIZE INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           MOVE STK-UNLINKED-CNT TO STK-CNT-TXT
           MOVE SPACES TO STK-OUT-LINE
           STRING "ACCOUNT WITH NO CUSTXREF   " STK-CNT-TXT
               DELIMITED BY SIZE INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           MOVE STK-AGREE-CNT TO STK-CNT-TXT
           MOVE SPACES TO STK-OUT-LINE
           STRING "STATES AGREE               " STK-CNT-TXT
               DELIMITED BY SIZE INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           MOVE STK-MISMATCH-CNT TO STK-CNT-TXT
           MOVE SPACES TO STK-OUT-LINE
           STRING "STATES DIFFER              " STK-CNT-TXT
               DELIMITED BY SIZE INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           MOVE STK-LOW-CNT TO STK-CNT-TXT
           MOVE SPACES TO STK-OUT-LINE
           STRING "  LOW TIER, TO STREGEO     " STK-CNT-TXT
               DELIMITED BY SIZE INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           MOVE STK-XREF-STATE-CNT TO STK-CNT-TXT
           MOVE SPACES TO STK-OUT-LINE
           STRING "CUSTOMER NOT ON CUSTEXT    " STK-CNT-TXT
               DELIMITED BY SIZE INTO STK-OUT-LINE
           END-STRING
           WRITE STCKRPT-RECORD FROM STK-OUT-LINE
           DISPLAY "USGSTCK - " STK-TOTAL-CNT " RECORDS, "
               STK-MISMATCH-CNT " STATE MISMATCHES, " STK-LOW-CNT
               " WRITTEN FOR RE-GEOCODE"
           IF STK-MISMATCH-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT STK-CUSTEXT-READ
               GO TO 7850-EXIT
           END-IF
           MOVE "USGSTCK " TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           MOVE STK-CUSTEXT-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "USGSTCK " TO RNL-WS-PROGRAM
           MOVE STK-TOTAL-CNT    TO RNL-WS-RECORDS-IN
           MOVE STK-LOW-CNT      TO RNL-WS-RECORDS-OUT
           MOVE STK-MISMATCH-CNT TO RNL-WS-RECORDS-SUSP
           MOVE STK-BOX-CNT      TO RNL-WS-TABLE-PEAK (1)
           MOVE STK-LNK-CNT      TO RNL-WS-TABLE-PEAK (2)
           MOVE STK-CUS-CNT      TO RNL-WS-TABLE-PEAK (3)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF STK-USGEXT-OPENED
               CLOSE USGEXT-FILE
           END-IF
           IF STK-STREGEO-OPENED
               CLOSE STREGEO-FILE
           END-IF
           IF STK-STCKRPT-OPENED
               CLOSE STCKRPT-FILE
           END-IF.
