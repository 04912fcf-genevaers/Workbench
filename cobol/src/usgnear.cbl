      ******************************************************************
      **                                                              *
      **  PROGRAM      USGNEAR                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  NEAREST SERVICE-LOCATION ASSIGNMENT.  USGRGN  *
      **      CAN ONLY SAY WHICH RECTANGLE A POINT FALLS IN; FIELD    *
      **      OPERATIONS NEED TO KNOW WHICH BRANCH OR DEPOT IS        *
      **      CLOSEST AND HOW FAR AWAY IT IS.  THE SERVICE-LOCATION   *
      **      TABLE (DD SVCLOC, SVCLOC.cpy) IS LOADED THE SAME WAY    *
      **      USGRGN LOADS REGNREF.  FOR EVERY VALIDATED USAGE-RECORD *
      **      ON DD USGGOOD (USGGEOCK'S OUTPUT) THE GREAT-CIRCLE      *
      **      DISTANCE TO EVERY LOCATION IS MEASURED (GEODSTWS/       *
      **      GEODIST), AND THE RECORD IS WRITTEN TO DD NEAROUT       *
      **      (NEARREC.cpy) WITH THE NEAREST LOCATION'S ID AND THE    *
      **      DISTANCE BESIDE IT - THE FIRST LOCATION ON THE TABLE    *
      **      WINS A TIE.  A RECORD WHOSE NEAREST LOCATION IS BEYOND  *
      **      THE SERVICE RADIUS IS FLAGGED ON NEAROUT AND LISTED AS  *
      **      A COVERAGE GAP ON DD NEARRPT, WHICH THEN GIVES EACH     *
      **      LOCATION'S RECORD COUNT, AMOUNT, AND AVERAGE AND        *
      **      MAXIMUM DISTANCE - A LOCATION NOTHING WAS ASSIGNED TO   *
      **      IS LISTED TOO.                                          *
      **                                                               *
      **      THE SERVICE RADIUS, IN WHOLE MILES, IS THE USGNEAR/     *
      **      RADIUS ROW OF THE CENTRAL PARAMETER LIBRARY (DD         *
      **      PARMLIB) IN FORCE ON THE RUN DATE, ELSE THE NEARPRM     *
      **      CARD, ELSE 50.                                          *
      **                                                               *
      **      RETURN-CODE 04 - AT LEAST ONE COVERAGE GAP; 16 - A      *
      **      FILE COULD NOT BE OPENED, SVCLOC WAS EMPTY, OR THE      *
      **      LOCATION TABLE OVERFLOWED.                              *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGNEAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE USAGE RECORD CARRIES
      *> COMP AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT USGGOOD-FILE  ASSIGN TO "USGGOOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NRS-USGGOOD-STATUS.
           SELECT SVCLOC-FILE   ASSIGN TO "SVCLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NRS-SVCLOC-STATUS.
           SELECT OPTIONAL NEARPRM-FILE ASSIGN TO "NEARPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NRS-NEARPRM-STATUS.
      *> OPTIONAL - THE CENTRAL PARAMETER LIBRARY (PARMLREC.cpy).  ITS
      *> USGNEAR/RADIUS ROW WINS OVER THE NEARPRM CARD.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NRS-PARMLIB-STATUS.
      *> SEQUENTIAL FOR THE SAME REASON AS USGGOOD - IT CARRIES THE
      *> USAGE RECORD'S BYTES AND A PACKED DISTANCE.
           SELECT NEAROUT-FILE  ASSIGN TO "NEAROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NRS-NEAROUT-STATUS.
           SELECT NEARRPT-FILE  ASSIGN TO "NEARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NRS-NEARRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USGGOOD-FILE.
       COPY USAGEREC.
       FD  SVCLOC-FILE.
       COPY SVCLOC.
       FD  NEARPRM-FILE.
       01  NEARPRM-RECORD.
           05  NRS-PARM-RADIUS             PIC 9(05).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  NEAROUT-FILE.
       COPY NEARREC.
       FD  NEARRPT-FILE.
       01  NEARRPT-RECORD                  PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED GREAT-CIRCLE DISTANCE WORK FIELDS - SEE
      *> GEODSTWS.cpy.
       COPY GEODSTWS.
       01  NRS-USGGOOD-STATUS              PIC XX.
           88  NRS-USGGOOD-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES NRS-USGGOOD-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  NRS-USGGOOD-OPENED-SW           PIC X(01)       VALUE "N".
           88  NRS-USGGOOD-OPENED          VALUE "Y".
       01  NRS-SVCLOC-STATUS               PIC XX.
           88  NRS-SVCLOC-OK               VALUE "00".
      *> SAME REASONING AS NRS-USGGOOD-OPENED-SW ABOVE.
       01  NRS-SVCLOC-OPENED-SW            PIC X(01)       VALUE "N".
           88  NRS-SVCLOC-OPENED           VALUE "Y".
       01  NRS-NEARPRM-STATUS              PIC XX.
           88  NRS-NEARPRM-OK              VALUE "00".
       01  NRS-PARMLIB-STATUS              PIC XX.
           88  NRS-PARMLIB-OK              VALUE "00".
       01  NRS-PARMLIB-EOF-SW              PIC X(01)       VALUE "N".
           88  NRS-PARMLIB-EOF             VALUE "Y".
       01  NRS-LIB-FOUND-SW                PIC X(01)       VALUE "N".
           88  NRS-LIB-FOUND               VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  NRS-LIB-RUN-DATE                PIC 9(08)       VALUE 0.
      *> THE LIBRARY VALUE IS LEFT-JUSTIFIED TEXT - ITS LEADING DIGITS
      *> ARE CUT OUT HERE AND MOVED AS A NUMBER.
       01  NRS-LIB-DIGITS                  PIC X(20)       VALUE SPACES.
       01  NRS-LIB-LEN                     PIC 9(02)       VALUE 0.
       01  NRS-NEAROUT-STATUS              PIC XX.
           88  NRS-NEAROUT-OK              VALUE "00".
       01  NRS-NEAROUT-OPENED-SW           PIC X(01)       VALUE "N".
           88  NRS-NEAROUT-OPENED          VALUE "Y".
       01  NRS-NEARRPT-STATUS              PIC XX.
           88  NRS-NEARRPT-OK              VALUE "00".
       01  NRS-NEARRPT-OPENED-SW           PIC X(01)       VALUE "N".
           88  NRS-NEARRPT-OPENED          VALUE "Y".
       01  NRS-EOF-SW                      PIC X(01)       VALUE "N".
           88  NRS-EOF                     VALUE "Y".
       01  NRS-REF-EOF-SW                  PIC X(01)       VALUE "N".
           88  NRS-REF-EOF                 VALUE "Y".
       01  NRS-RADIUS                      PIC 9(05)       VALUE 50.
      *> ---------------- SERVICE LOCATION TABLE -----------------------
      *> THE REFERENCE ROW PLUS WHAT THE RUN ASSIGNED TO IT.
       01  NRS-LOC-TAB.
           05  NRS-LOC-ENTRY               OCCURS 500 TIMES.
               10  NRS-LOC-ID               PIC X(08).
               10  NRS-LOC-NAME             PIC X(30).
               10  NRS-LOC-LATUD            PIC S9(03)V9(07).
               10  NRS-LOC-LNGTD            PIC S9(03)V9(07).
               10  NRS-LOC-COUNT            PIC 9(08).
               10  NRS-LOC-GAP-COUNT        PIC 9(08).
               10  NRS-LOC-AMOUNT           PIC S9(13)V99  COMP-3.
               10  NRS-LOC-MILES            PIC 9(13)V99   COMP-3.
               10  NRS-LOC-MAX-MILES        PIC 9(05)V99.
       01  NRS-LOC-TOP                     PIC 9(03)       VALUE 0.
       01  NRS-LOC-OVERFLOW-CNT            PIC 9(06)       VALUE 0.
       01  NRS-LOC-IDX                     PIC 9(03).
      *> THE NEAREST LOCATION FOUND SO FAR FOR THE CURRENT RECORD.
       01  NRS-BEST-IDX                    PIC 9(03)       VALUE 0.
       01  NRS-BEST-MILES                  PIC 9(05)V99    VALUE 0.
      *> --------------------- RUN COUNTERS ----------------------------
       01  NRS-TOTAL-CNT                   PIC 9(08)       VALUE 0.
       01  NRS-GAP-CNT                     PIC 9(08)       VALUE 0.
       01  NRS-TOTAL-AMOUNT                PIC S9(13)V99  COMP-3
                                                           VALUE 0.
       01  NRS-AVG-MILES                   PIC 9(05)V99    VALUE 0.
       01  NRS-AMT-TXT                     PIC -(13)9.99.
       01  NRS-CNT-TXT                     PIC ZZZZZZZ9.
       01  NRS-GAP-TXT                     PIC ZZZZZZZ9.
       01  NRS-MILES-TXT                   PIC ZZZZ9.99.
       01  NRS-MAX-TXT                     PIC ZZZZ9.99.
       01  NRS-RADIUS-TXT                  PIC ZZZZ9.
       01  NRS-KEY-TXT                     PIC -(9)9.
       01  NRS-LAT-TXT                     PIC -999.9(7).
       01  NRS-LNG-TXT                     PIC -999.9(7).
       01  NRS-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-LOCATION-TABLE THRU 1100-EXIT
               UNTIL NRS-REF-EOF
           PERFORM 1200-CHECK-LOCATION-TABLE THRU 1200-EXIT
           PERFORM 2000-ASSIGN-ONE-RECORD THRU 2000-EXIT
               UNTIL NRS-EOF
           PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-LIBRARY-PARM THRU 1050-EXIT
           IF NOT NRS-LIB-FOUND
               OPEN INPUT NEARPRM-FILE
               IF NRS-NEARPRM-OK
                   READ NEARPRM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF NRS-PARM-RADIUS IS NUMERIC
                               MOVE NRS-PARM-RADIUS TO NRS-RADIUS
                           END-IF
                   END-READ
                   CLOSE NEARPRM-FILE
               END-IF
           END-IF
           OPEN INPUT  USGGOOD-FILE
           OPEN INPUT  SVCLOC-FILE
           OPEN OUTPUT NEAROUT-FILE
           OPEN OUTPUT NEARRPT-FILE
           IF NRS-NEARRPT-OK
               MOVE "Y" TO NRS-NEARRPT-OPENED-SW
           ELSE
               DISPLAY "USGNEAR - UNABLE TO OPEN NEARRPT, STATUS="
                   NRS-NEARRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NRS-NEAROUT-OK
               MOVE "Y" TO NRS-NEAROUT-OPENED-SW
           ELSE
               DISPLAY "USGNEAR - UNABLE TO OPEN NEAROUT, STATUS="
                   NRS-NEAROUT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NRS-USGGOOD-OK
               MOVE "Y" TO NRS-USGGOOD-OPENED-SW
           ELSE
               DISPLAY "USGNEAR - UNABLE TO OPEN USGGOOD, STATUS="
                   NRS-USGGOOD-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NRS-SVCLOC-OK
               MOVE "Y" TO NRS-SVCLOC-OPENED-SW
           ELSE
               DISPLAY "USGNEAR - UNABLE TO OPEN SVCLOC, STATUS="
                   NRS-SVCLOC-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 16
               MOVE "Y" TO NRS-EOF-SW
               MOVE "Y" TO NRS-REF-EOF-SW
               GO TO 1000-EXIT
           END-IF
           MOVE NRS-RADIUS TO NRS-RADIUS-TXT
           MOVE SPACES TO NRS-OUT-LINE
           STRING "USGNEAR - NEAREST SERVICE LOCATION, SERVICE RADIUS "
               NRS-RADIUS-TXT " MILES"
               DELIMITED BY SIZE
               INTO NRS-OUT-LINE
           END-STRING
           WRITE NEARRPT-RECORD FROM NRS-OUT-LINE
           MOVE SPACES TO NRS-OUT-LINE
           WRITE NEARRPT-RECORD FROM NRS-OUT-LINE
           MOVE "COVERAGE GAPS - NEAREST LOCATION BEYOND THE RADIUS"
               TO NRS-OUT-LINE
           WRITE NEARRPT-RECORD FROM NRS-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-LIBRARY-PARM - THE CENTRAL PARAMETER LIBRARY    *
      *  (DD PARMLIB, THE VALUES PARMVAL PROVED BEFORE THE WINDOW     *
      *  OPENED) IS TRIED FIRST; ITS USGNEAR/RADIUS ROW WINS OVER THE *
      *  PRIVATE NEARPRM CARD, SO THE VALIDATED VALUE IS THE VALUE    *
      *  THE RUN USES.                                                *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           ACCEPT NRS-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT NRS-PARMLIB-OK
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-LIB-ROW THRU 1060-EXIT
               UNTIL NRS-PARMLIB-EOF OR NRS-LIB-FOUND
           CLOSE PARMLIB-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO NRS-PARMLIB-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "USGNEAR"
               OR PRM-PARM-NAME NOT = "RADIUS"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > NRS-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < NRS-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           MOVE SPACES TO NRS-LIB-DIGITS
           MOVE 0 TO NRS-LIB-LEN
           UNSTRING PRM-PARM-VALUE DELIMITED BY SPACE
               INTO NRS-LIB-DIGITS COUNT IN NRS-LIB-LEN
           END-UNSTRING
           IF NRS-LIB-LEN = 0 OR NRS-LIB-LEN > 5
               DISPLAY "USGNEAR - PARMLIB RADIUS IS NOT A NUMBER "
                   "OF 1-5 DIGITS - THE NEARPRM CARD OR DEFAULT IS USED"
               GO TO 1060-EXIT
           END-IF
           IF NRS-LIB-DIGITS(1:NRS-LIB-LEN) NOT NUMERIC
               DISPLAY "USGNEAR - PARMLIB RADIUS IS NOT NUMERIC "
                   "- THE NEARPRM CARD OR DEFAULT IS USED"
               GO TO 1060-EXIT
           END-IF
           MOVE NRS-LIB-DIGITS(1:NRS-LIB-LEN) TO NRS-RADIUS
           MOVE "Y" TO NRS-LIB-FOUND-SW.
       1060-EXIT.
           EXIT.
      *
       1100-LOAD-LOCATION-TABLE.
           READ SVCLOC-FILE
               AT END
                   MOVE "Y" TO NRS-REF-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF NRS-LOC-TOP < 500
               ADD 1 TO NRS-LOC-TOP
               MOVE SVL-LOC-ID   TO NRS-LOC-ID(NRS-LOC-TOP)
               MOVE SVL-LOC-NAME TO NRS-LOC-NAME(NRS-LOC-TOP)
               MOVE SVL-LATUD    TO NRS-LOC-LATUD(NRS-LOC-TOP)
               MOVE SVL-LNGTD    TO NRS-LOC-LNGTD(NRS-LOC-TOP)
               MOVE 0 TO NRS-LOC-COUNT(NRS-LOC-TOP)
               MOVE 0 TO NRS-LOC-GAP-COUNT(NRS-LOC-TOP)
               MOVE 0 TO NRS-LOC-AMOUNT(NRS-LOC-TOP)
               MOVE 0 TO NRS-LOC-MILES(NRS-LOC-TOP)
               MOVE 0 TO NRS-LOC-MAX-MILES(NRS-LOC-TOP)
           ELSE
               ADD 1 TO NRS-LOC-OVERFLOW-CNT
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *> AN ASSIGNMENT AGAINST A PARTIAL TABLE WOULD HAND RECORDS TO
      *> THE WRONG LOCATION, SO AN EMPTY OR OVERFLOWED TABLE STOPS
      *> THE RUN BEFORE ANY RECORD IS WRITTEN.
       1200-CHECK-LOCATION-TABLE.
           IF RETURN-CODE = 16
               GO TO 1200-EXIT
           END-IF
           IF NRS-LOC-TOP = 0
               DISPLAY "USGNEAR - SVCLOC HAS NO SERVICE LOCATIONS"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO NRS-EOF-SW
               GO TO 1200-EXIT
           END-IF
           IF NRS-LOC-OVERFLOW-CNT > 0
               DISPLAY "USGNEAR - SVCLOC HAS MORE THAN 500 SERVICE "
                   "LOCATIONS - NO RECORDS ASSIGNED"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO NRS-EOF-SW
           END-IF.
       1200-EXIT.
           EXIT.
      *
       2000-ASSIGN-ONE-RECORD.
           READ USGGOOD-FILE
               AT END
                   MOVE "Y" TO NRS-EOF-SW
           END-READ
           IF NRS-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO NRS-TOTAL-CNT
           ADD AMOUNT TO NRS-TOTAL-AMOUNT
           MOVE 0 TO NRS-BEST-IDX
           MOVE 0 TO NRS-BEST-MILES
           PERFORM 2100-MEASURE-ONE-LOCATION THRU 2100-EXIT
               VARYING NRS-LOC-IDX FROM 1 BY 1
               UNTIL NRS-LOC-IDX > NRS-LOC-TOP
           ADD 1 TO NRS-LOC-COUNT(NRS-BEST-IDX)
           ADD AMOUNT TO NRS-LOC-AMOUNT(NRS-BEST-IDX)
           ADD NRS-BEST-MILES TO NRS-LOC-MILES(NRS-BEST-IDX)
           IF NRS-BEST-MILES > NRS-LOC-MAX-MILES(NRS-BEST-IDX)
               MOVE NRS-BEST-MILES TO NRS-LOC-MAX-MILES(NRS-BEST-IDX)
           END-IF
           MOVE USAGE-RECORD TO NRR-USAGE-IMAGE
           MOVE NRS-LOC-ID(NRS-BEST-IDX) TO NRR-LOC-ID
           MOVE NRS-BEST-MILES TO NRR-MILES
           MOVE "N" TO NRR-GAP-FLAG
           IF NRS-BEST-MILES > NRS-RADIUS
               MOVE "Y" TO NRR-GAP-FLAG
               PERFORM 2200-WRITE-GAP-LINE THRU 2200-EXIT
           END-IF
           WRITE NEAREST-RECORD.
       2000-EXIT.
           EXIT.
      *
       2100-MEASURE-ONE-LOCATION.
           MOVE LATUD TO GDS-LAT1
           MOVE LNGTD TO GDS-LNG1
           MOVE NRS-LOC-LATUD(NRS-LOC-IDX) TO GDS-LAT2
           MOVE NRS-LOC-LNGTD(NRS-LOC-IDX) TO GDS-LNG2
           PERFORM 7300-GREAT-CIRCLE-MILES THRU 7300-EXIT
           IF NRS-BEST-IDX = 0
               OR GDS-MILES < NRS-BEST-MILES
               MOVE NRS-LOC-IDX TO NRS-BEST-IDX
               MOVE GDS-MILES TO NRS-BEST-MILES
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-WRITE-GAP-LINE.
           ADD 1 TO NRS-GAP-CNT
           ADD 1 TO NRS-LOC-GAP-COUNT(NRS-BEST-IDX)
           MOVE KEY-ID1 TO NRS-KEY-TXT
           MOVE LATUD TO NRS-LAT-TXT
           MOVE LNGTD TO NRS-LNG-TXT
           MOVE NRS-BEST-MILES TO NRS-MILES-TXT
           MOVE SPACES TO NRS-OUT-LINE
           STRING "  KEY-ID1=" NRS-KEY-TXT
               " LATUD=" NRS-LAT-TXT
               " LNGTD=" NRS-LNG-TXT
               " NEAREST=" NRS-LOC-ID(NRS-BEST-IDX)
               " MILES=" NRS-MILES-TXT
               DELIMITED BY SIZE
               INTO NRS-OUT-LINE
           END-STRING
           WRITE NEARRPT-RECORD FROM NRS-OUT-LINE.
       2200-EXIT.
           EXIT.
      *
       3000-WRITE-SUMMARY.
           IF NOT NRS-NEARRPT-OPENED
               GO TO 3000-EXIT
           END-IF
           IF NRS-GAP-CNT = 0
               MOVE "  NONE" TO NRS-OUT-LINE
               WRITE NEARRPT-RECORD FROM NRS-OUT-LINE
           END-IF
           MOVE SPACES TO NRS-OUT-LINE
           WRITE NEARRPT-RECORD FROM NRS-OUT-LINE
           MOVE "ASSIGNMENTS BY SERVICE LOCATION" TO NRS-OUT-LINE
           WRITE NEARRPT-RECORD FROM NRS-OUT-LINE
           PERFORM 3100-WRITE-ONE-LOCATION THRU 3100-EXIT
               VARYING NRS-LOC-IDX FROM 1 BY 1
               UNTIL NRS-LOC-IDX > NRS-LOC-TOP
           MOVE NRS-TOTAL-CNT    TO NRS-CNT-TXT
           MOVE NRS-GAP-CNT      TO NRS-GAP-TXT
           MOVE NRS-TOTAL-AMOUNT TO NRS-AMT-TXT
           MOVE SPACES TO NRS-OUT-LINE
           WRITE NEARRPT-RECORD FROM NRS-OUT-LINE
           STRING "TOTAL RECORDS=" NRS-CNT-TXT
               " AMOUNT=" NRS-AMT-TXT
               " COVERAGE GAPS=" NRS-GAP-TXT
               DELIMITED BY SIZE
               INTO NRS-OUT-LINE
           END-STRING
           WRITE NEARRPT-RECORD FROM NRS-OUT-LINE
           DISPLAY "USGNEAR - " NRS-TOTAL-CNT " RECORDS, "
               NRS-LOC-TOP " SERVICE LOCATIONS, " NRS-GAP-CNT
               " COVERAGE GAPS"
           IF NRS-GAP-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-WRITE-ONE-LOCATION.
           MOVE 0 TO NRS-AVG-MILES
           IF NRS-LOC-COUNT(NRS-LOC-IDX) > 0
               COMPUTE NRS-AVG-MILES ROUNDED =
                   NRS-LOC-MILES(NRS-LOC-IDX)
                   / NRS-LOC-COUNT(NRS-LOC-IDX)
           END-IF
           MOVE NRS-LOC-COUNT(NRS-LOC-IDX)     TO NRS-CNT-TXT
           MOVE NRS-LOC-GAP-COUNT(NRS-LOC-IDX) TO NRS-GAP-TXT
           MOVE NRS-LOC-AMOUNT(NRS-LOC-IDX)    TO NRS-AMT-TXT
           MOVE NRS-AVG-MILES                  TO NRS-MILES-TXT
           MOVE NRS-LOC-MAX-MILES(NRS-LOC-IDX) TO NRS-MAX-TXT
           MOVE SPACES TO NRS-OUT-LINE
           STRING "  " NRS-LOC-ID(NRS-LOC-IDX)
               " " NRS-LOC-NAME(NRS-LOC-IDX) (1:20)
               " RECS=" NRS-CNT-TXT
               " AMT=" NRS-AMT-TXT
               " AVG=" NRS-MILES-TXT
               " MAX=" NRS-MAX-TXT
               " GAPS=" NRS-GAP-TXT
               DELIMITED BY SIZE
               INTO NRS-OUT-LINE
           END-STRING
           WRITE NEARRPT-RECORD FROM NRS-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "USGNEAR " TO RNL-WS-PROGRAM
           MOVE NRS-TOTAL-CNT    TO RNL-WS-RECORDS-IN
           MOVE NRS-TOTAL-CNT    TO RNL-WS-RECORDS-OUT
           MOVE NRS-LOC-TOP      TO RNL-WS-TABLE-PEAK (1)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED GREAT-CIRCLE DISTANCE PARAGRAPH - SEE GEODIST.cpy.
       COPY GEODIST.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF NRS-USGGOOD-OPENED
               CLOSE USGGOOD-FILE
           END-IF
           IF NRS-SVCLOC-OPENED
               CLOSE SVCLOC-FILE
           END-IF
           IF NRS-NEAROUT-OPENED
               CLOSE NEAROUT-FILE
           END-IF
           IF NRS-NEARRPT-OPENED
               CLOSE NEARRPT-FILE
           END-IF.
