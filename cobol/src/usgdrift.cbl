      ******************************************************************
      **                                                              *
      **  PROGRAM      USGDRIFT                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  COORDINATE DRIFT DETECTION BETWEEN USAGE      *
      **      RUNS.  USGGEOCK AND USGPILE EACH LOOK AT ONE RUN ONLY,  *
      **      SO A KEY-ID1 WHOSE LATUD/LNGTD QUIETLY JUMPS MILES      *
      **      BETWEEN CYCLES - A VENDOR DEFAULT CREEPING IN, OR A     *
      **      KEY REUSED FOR A DIFFERENT LOCATION - GOES UNSEEN.      *
      **      THE PRIOR CYCLE'S USAGE EXTRACT (DD USGPREV, THE        *
      **      EXTGATE ARCHIVE COPY EXTARCH.<FILE-ID>.<DATE> OF LAST   *
      **      NIGHT'S USGEXT) IS LOADED INTO A TABLE ON KEY-ID1, AND  *
      **      EVERY RECORD ON TONIGHT'S DD USGEXT IS MEASURED AGAINST *
      **      ITS PRIOR POINT (GEODSTWS/GEODIST).  A MOVE FARTHER     *
      **      THAN THE THRESHOLD IS LISTED ON DD DRIFTRPT WITH BOTH   *
      **      POINTS AND THE OLD AND NEW QMS-MTCH-CD AND QMS-LOC-CD,  *
      **      AND WITH WHAT EXPLAINS IT - A USGREGEO CACHE ENTRY (DD  *
      **      GEOCACHE) THAT FIXED THE OLD POINT TO THE NEW ONE, OR A *
      **      VENDOR RE-GEOCODE RESPONSE (DD REGEOFIX) FOR THE KEY    *
      **      CARRYING THE NEW POINT.  A MOVE NEITHER EXPLAINS IS     *
      **      FLAGGED FOR REVIEW.  THE FIRST RECORD FOR A KEY ON      *
      **      EITHER FILE IS THE ONE COMPARED; KEYS ON ONE CYCLE ONLY *
      **      ARE COUNTED.                                            *
      **                                                               *
      **      THE THRESHOLD, IN WHOLE MILES, IS THE USGDRIFT/         *
      **      THRESHOLD ROW OF THE CENTRAL PARAMETER LIBRARY (DD      *
      **      PARMLIB) IN FORCE ON THE RUN DATE, ELSE THE DRIFTPRM    *
      **      CARD, ELSE 1.                                           *
      **                                                               *
      **      RETURN-CODE 04 - AT LEAST ONE UNEXPLAINED MOVE; 16 - A  *
      **      FILE COULD NOT BE OPENED OR A TABLE OVERFLOWED, SO THE  *
      **      COMPARISON IS INCOMPLETE.                               *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGDRIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE USAGE, RE-GEOCODE AND
      *> CACHE RECORDS ALL CARRY COMP/COMP-3 FIELDS WHOSE BYTES CAN
      *> LEGITIMATELY COLLIDE WITH THE LINE SEQUENTIAL END-OF-RECORD
      *> MARKER.
           SELECT USGEXT-FILE   ASSIGN TO "USGEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRF-USGEXT-STATUS.
           SELECT USGPREV-FILE  ASSIGN TO "USGPREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRF-USGPREV-STATUS.
      *> OPTIONAL - WITHOUT THEM NO MOVE CAN BE EXPLAINED, SO EVERY
      *> MOVE OVER THE THRESHOLD IS FLAGGED FOR REVIEW.
           SELECT OPTIONAL GEOCACHE-FILE ASSIGN TO "GEOCACHE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRF-GEOCACHE-STATUS.
           SELECT OPTIONAL REGEOFIX-FILE ASSIGN TO "REGEOFIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRF-REGEOFIX-STATUS.
           SELECT OPTIONAL DRIFTPRM-FILE ASSIGN TO "DRIFTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRF-DRIFTPRM-STATUS.
      *> OPTIONAL - THE CENTRAL PARAMETER LIBRARY (PARMLREC.cpy).  ITS
      *> USGDRIFT/THRESHOLD ROW WINS OVER THE DRIFTPRM CARD.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRF-PARMLIB-STATUS.
           SELECT DRIFTRPT-FILE ASSIGN TO "DRIFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRF-DRIFTRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USGEXT-FILE.
       COPY USAGEREC.
       FD  USGPREV-FILE.
      *> THE TWO CYCLES SHARE FIELD NAMES - EACH IS QUALIFIED BY ITS
      *> RECORD (OF USAGE-RECORD / OF USGPREV-RECORD) WHERE IT IS
      *> PICKED UP.
       COPY USAGEREC REPLACING USAGE-RECORD BY USGPREV-RECORD.
       FD  GEOCACHE-FILE.
       COPY GEOCHREC.
       FD  REGEOFIX-FILE.
       COPY REGEOFIX.
       FD  DRIFTPRM-FILE.
       01  DRIFTPRM-RECORD.
           05  DRF-PARM-THRESHOLD          PIC 9(05).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  DRIFTRPT-FILE.
       01  DRIFTRPT-RECORD                 PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED GREAT-CIRCLE DISTANCE WORK FIELDS - SEE
      *> GEODSTWS.cpy.
       COPY GEODSTWS.
       01  DRF-USGEXT-STATUS               PIC XX.
           88  DRF-USGEXT-OK               VALUE "00".
      *> THE FINAL READ'S AT END DRIVES DRF-USGEXT-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  DRF-USGEXT-OPENED-SW            PIC X(01)       VALUE "N".
           88  DRF-USGEXT-OPENED           VALUE "Y".
       01  DRF-USGPREV-STATUS              PIC XX.
           88  DRF-USGPREV-OK              VALUE "00".
       01  DRF-GEOCACHE-STATUS             PIC XX.
           88  DRF-GEOCACHE-OK             VALUE "00" "05".
       01  DRF-REGEOFIX-STATUS             PIC XX.
           88  DRF-REGEOFIX-OK             VALUE "00" "05".
       01  DRF-DRIFTPRM-STATUS             PIC XX.
           88  DRF-DRIFTPRM-OK             VALUE "00".
       01  DRF-PARMLIB-STATUS              PIC XX.
           88  DRF-PARMLIB-OK              VALUE "00".
       01  DRF-PARMLIB-EOF-SW              PIC X(01)       VALUE "N".
           88  DRF-PARMLIB-EOF             VALUE "Y".
       01  DRF-LIB-FOUND-SW                PIC X(01)       VALUE "N".
           88  DRF-LIB-FOUND               VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  DRF-LIB-RUN-DATE                PIC 9(08)       VALUE 0.
      *> THE LIBRARY VALUE IS LEFT-JUSTIFIED TEXT - ITS LEADING DIGITS
      *> ARE CUT OUT HERE AND MOVED AS A NUMBER.
       01  DRF-LIB-DIGITS                  PIC X(20)       VALUE SPACES.
       01  DRF-LIB-LEN                     PIC 9(02)       VALUE 0.
       01  DRF-DRIFTRPT-STATUS             PIC XX.
           88  DRF-DRIFTRPT-OK             VALUE "00".
       01  DRF-DRIFTRPT-OPENED-SW          PIC X(01)       VALUE "N".
           88  DRF-DRIFTRPT-OPENED         VALUE "Y".
       01  DRF-EOF-SW                      PIC X(01)       VALUE "N".
           88  DRF-EOF                     VALUE "Y".
       01  DRF-LOAD-EOF-SW                 PIC X(01)       VALUE "N".
           88  DRF-LOAD-EOF                VALUE "Y".
       01  DRF-THRESHOLD                   PIC 9(05)       VALUE 1.
      *> ------------------ PRIOR CYCLE TABLE -------------------------
       01  DRF-PRV-TAB.
           05  DRF-PRV-ENTRY               OCCURS 2000 TIMES.
               10  DRF-PRV-KEY-ID1          PIC S9(09)     COMP.
               10  DRF-PRV-LATUD            PIC S9(4)V9(7) COMP-3.
               10  DRF-PRV-LNGTD            PIC S9(4)V9(7) COMP-3.
               10  DRF-PRV-LOC-CD           PIC X(05).
               10  DRF-PRV-MTCH-CD          PIC X(05).
      *> SET WHEN TONIGHT'S EXTRACT CARRIES THE KEY - WHAT IS LEFT
      *> UNSET AT END OF RUN DROPPED OUT BETWEEN THE CYCLES.
               10  DRF-PRV-SEEN-SW          PIC X(01).
                   88  DRF-PRV-SEEN         VALUE "Y".
       01  DRF-PRV-CNT                     PIC 9(04)       VALUE 0.
       01  DRF-PRV-IDX                     PIC 9(04).
       01  DRF-PRV-FOUND-IDX               PIC 9(04)       VALUE 0.
      *> ------------------ GEOCODE CACHE TABLE -----------------------
       01  DRF-CCH-TAB.
           05  DRF-CCH-ENTRY               OCCURS 2000 TIMES.
               10  DRF-CCH-LATUD            PIC S9(4)V9(7) COMP-3.
               10  DRF-CCH-LNGTD            PIC S9(4)V9(7) COMP-3.
               10  DRF-CCH-FIX-LATUD        PIC S9(4)V9(7) COMP-3.
               10  DRF-CCH-FIX-LNGTD        PIC S9(4)V9(7) COMP-3.
       01  DRF-CCH-CNT                     PIC 9(04)       VALUE 0.
       01  DRF-CCH-IDX                     PIC 9(04).
      *> ---------------- RE-GEOCODE RESPONSE TABLE -------------------
       01  DRF-FIX-TAB.
           05  DRF-FIX-ENTRY               OCCURS 2000 TIMES.
               10  DRF-FIX-KEY-ID1          PIC S9(09)     COMP.
               10  DRF-FIX-LATUD            PIC S9(4)V9(7) COMP-3.
               10  DRF-FIX-LNGTD            PIC S9(4)V9(7) COMP-3.
       01  DRF-FIX-CNT                     PIC 9(04)       VALUE 0.
       01  DRF-FIX-IDX                     PIC 9(04).
       01  DRF-OVERFLOW-CNT                PIC 9(08)       VALUE 0.
      *> TONIGHT'S RECORD - KEY, POINT AND MATCH CODES.
       01  DRF-CUR-KEY-ID1                 PIC S9(09)     COMP.
       01  DRF-CUR-LATUD                   PIC S9(4)V9(7) COMP-3.
       01  DRF-CUR-LNGTD                   PIC S9(4)V9(7) COMP-3.
       01  DRF-CUR-LOC-CD                  PIC X(05).
       01  DRF-CUR-MTCH-CD                 PIC X(05).
      *> WHAT EXPLAINS THE CURRENT MOVE - SPACES UNTIL SOMETHING DOES.
       01  DRF-EXPLAIN                     PIC X(08)       VALUE SPACES.
      *> --------------------- RUN COUNTERS ----------------------------
       01  DRF-TOTAL-CNT                   PIC 9(08)       VALUE 0.
       01  DRF-PRV-DUP-CNT                 PIC 9(08)       VALUE 0.
       01  DRF-CUR-DUP-CNT                 PIC 9(08)       VALUE 0.
       01  DRF-MATCHED-CNT                 PIC 9(08)       VALUE 0.
       01  DRF-NEW-KEY-CNT                 PIC 9(08)       VALUE 0.
       01  DRF-DROPPED-CNT                 PIC 9(08)       VALUE 0.
       01  DRF-MOVED-CNT                   PIC 9(08)       VALUE 0.
       01  DRF-EXPLAINED-CNT               PIC 9(08)       VALUE 0.
       01  DRF-REVIEW-CNT                  PIC 9(08)       VALUE 0.
       01  DRF-CNT-TXT                     PIC ZZZZZZZ9.
       01  DRF-MILES-TXT                   PIC ZZZZ9.99.
       01  DRF-THRESH-TXT                  PIC ZZZZ9.
       01  DRF-KEY-TXT                     PIC -(9)9.
       01  DRF-OLD-LAT-TXT                 PIC -999.9(7).
       01  DRF-OLD-LNG-TXT                 PIC -999.9(7).
       01  DRF-NEW-LAT-TXT                 PIC -999.9(7).
       01  DRF-NEW-LNG-TXT                 PIC -999.9(7).
       01  DRF-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COMPARE-ONE-RECORD THRU 2000-EXIT
               UNTIL DRF-EOF
           PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-LIBRARY-PARM THRU 1050-EXIT
           IF NOT DRF-LIB-FOUND
               OPEN INPUT DRIFTPRM-FILE
               IF DRF-DRIFTPRM-OK
                   READ DRIFTPRM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DRF-PARM-THRESHOLD IS NUMERIC
                               MOVE DRF-PARM-THRESHOLD
                                   TO DRF-THRESHOLD
                           END-IF
                   END-READ
                   CLOSE DRIFTPRM-FILE
               END-IF
           END-IF
           OPEN OUTPUT DRIFTRPT-FILE
           IF NOT DRF-DRIFTRPT-OK
               DISPLAY "USGDRIFT - UNABLE TO OPEN DRIFTRPT, STATUS="
                   DRF-DRIFTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO DRF-EOF-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO DRF-DRIFTRPT-OPENED-SW
           PERFORM 1100-LOAD-PRIOR-CYCLE THRU 1100-EXIT
           IF RETURN-CODE = 16
               MOVE "Y" TO DRF-EOF-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-CACHE THRU 1200-EXIT
           PERFORM 1300-LOAD-REGEOFIX THRU 1300-EXIT
           OPEN INPUT USGEXT-FILE
           IF NOT DRF-USGEXT-OK
               DISPLAY "USGDRIFT - UNABLE TO OPEN USGEXT, STATUS="
                   DRF-USGEXT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO DRF-EOF-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO DRF-USGEXT-OPENED-SW
           MOVE DRF-THRESHOLD TO DRF-THRESH-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "USGDRIFT - COORDINATE MOVES SINCE THE PRIOR CYCLE "
               "OF MORE THAN " DRF-THRESH-TXT " MILES"
               DELIMITED BY SIZE
               INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE SPACES TO DRF-OUT-LINE
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-LIBRARY-PARM - THE CENTRAL PARAMETER LIBRARY    *
      *  (DD PARMLIB, THE VALUES PARMVAL PROVED BEFORE THE WINDOW     *
      *  OPENED) IS TRIED FIRST; ITS USGDRIFT/THRESHOLD ROW WINS OVER *
      *  THE PRIVATE DRIFTPRM CARD, SO THE VALIDATED VALUE IS THE     *
      *  VALUE THE RUN USES.                                          *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           ACCEPT DRF-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT DRF-PARMLIB-OK
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-LIB-ROW THRU 1060-EXIT
               UNTIL DRF-PARMLIB-EOF OR DRF-LIB-FOUND
           CLOSE PARMLIB-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO DRF-PARMLIB-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "USGDRIFT"
               OR PRM-PARM-NAME NOT = "THRESHOLD"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > DRF-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < DRF-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           MOVE SPACES TO DRF-LIB-DIGITS
           MOVE 0 TO DRF-LIB-LEN
           UNSTRING PRM-PARM-VALUE DELIMITED BY SPACE
               INTO DRF-LIB-DIGITS COUNT IN DRF-LIB-LEN
           END-UNSTRING
           IF DRF-LIB-LEN = 0 OR DRF-LIB-LEN > 5
               DISPLAY "USGDRIFT - PARMLIB THRESHOLD IS NOT A NUMBER "
                   "OF 1-5 DIGITS - THE DRIFTPRM CARD OR DEFAULT IS "
                   "USED"
               GO TO 1060-EXIT
           END-IF
           IF DRF-LIB-DIGITS(1:DRF-LIB-LEN) NOT NUMERIC
               DISPLAY "USGDRIFT - PARMLIB THRESHOLD IS NOT NUMERIC "
                   "- THE DRIFTPRM CARD OR DEFAULT IS USED"
               GO TO 1060-EXIT
           END-IF
           MOVE DRF-LIB-DIGITS(1:DRF-LIB-LEN) TO DRF-THRESHOLD
           MOVE "Y" TO DRF-LIB-FOUND-SW.
       1060-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-LOAD-PRIOR-CYCLE - LAST NIGHT'S POINT FOR EVERY KEY.    *
      *  WITHOUT IT THERE IS NOTHING TO COMPARE, SO A MISSING FILE    *
      *  OR AN OVERFLOWING TABLE ENDS THE RUN WITH RETURN-CODE 16.    *
      ******************************************************************
       1100-LOAD-PRIOR-CYCLE.
           OPEN INPUT USGPREV-FILE
           IF NOT DRF-USGPREV-OK
               DISPLAY "USGDRIFT - UNABLE TO OPEN USGPREV, STATUS="
                   DRF-USGPREV-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO DRF-LOAD-EOF-SW
           PERFORM 1110-LOAD-ONE-PRIOR THRU 1110-EXIT
               UNTIL DRF-LOAD-EOF
           CLOSE USGPREV-FILE
           IF DRF-OVERFLOW-CNT > 0
               DISPLAY "USGDRIFT - USGPREV HAS MORE THAN 2000 KEYS - "
                   "NO COMPARISON MADE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1110-LOAD-ONE-PRIOR.
           READ USGPREV-FILE
               AT END
                   MOVE "Y" TO DRF-LOAD-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           MOVE 0 TO DRF-PRV-FOUND-IDX
           PERFORM 1120-MATCH-PRIOR-LOAD THRU 1120-EXIT
               VARYING DRF-PRV-IDX FROM 1 BY 1
               UNTIL DRF-PRV-IDX > DRF-PRV-CNT
               OR DRF-PRV-FOUND-IDX NOT = 0
           IF DRF-PRV-FOUND-IDX NOT = 0
               ADD 1 TO DRF-PRV-DUP-CNT
               GO TO 1110-EXIT
           END-IF
           IF DRF-PRV-CNT NOT < 2000
               ADD 1 TO DRF-OVERFLOW-CNT
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO DRF-PRV-CNT
           MOVE KEY-ID1 OF USGPREV-RECORD
               TO DRF-PRV-KEY-ID1(DRF-PRV-CNT)
           MOVE LATUD OF USGPREV-RECORD
               TO DRF-PRV-LATUD(DRF-PRV-CNT)
           MOVE LNGTD OF USGPREV-RECORD
               TO DRF-PRV-LNGTD(DRF-PRV-CNT)
           MOVE QMS-LOC-CD OF USGPREV-RECORD
               TO DRF-PRV-LOC-CD(DRF-PRV-CNT)
           MOVE QMS-MTCH-CD OF USGPREV-RECORD
               TO DRF-PRV-MTCH-CD(DRF-PRV-CNT)
           MOVE "N"             TO DRF-PRV-SEEN-SW(DRF-PRV-CNT).
       1110-EXIT.
           EXIT.
      *
       1120-MATCH-PRIOR-LOAD.
           IF DRF-PRV-KEY-ID1(DRF-PRV-IDX)
                   = KEY-ID1 OF USGPREV-RECORD
               MOVE DRF-PRV-IDX TO DRF-PRV-FOUND-IDX
           END-IF.
       1120-EXIT.
           EXIT.
      *
      *> THE CACHE AND THE RESPONSES ONLY EXPLAIN MOVES - ONE THAT IS
      *> MISSING OR TOO LARGE TO HOLD LEAVES MORE MOVES FOR REVIEW,
      *> WHICH IS REPORTED BUT DOES NOT STOP THE RUN.
       1200-LOAD-CACHE.
           OPEN INPUT GEOCACHE-FILE
           IF NOT DRF-GEOCACHE-OK
               DISPLAY "USGDRIFT - GEOCACHE NOT READABLE, STATUS="
                   DRF-GEOCACHE-STATUS " - NO MOVE IS EXPLAINED BY "
                   "THE CACHE"
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO DRF-LOAD-EOF-SW
           PERFORM 1210-LOAD-ONE-CACHE THRU 1210-EXIT
               UNTIL DRF-LOAD-EOF
           CLOSE GEOCACHE-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-CACHE.
           READ GEOCACHE-FILE
               AT END
                   MOVE "Y" TO DRF-LOAD-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           IF DRF-CCH-CNT NOT < 2000
               DISPLAY "USGDRIFT - GEOCACHE HAS MORE THAN 2000 "
                   "ENTRIES - THE REST ARE NOT CONSULTED"
               MOVE "Y" TO DRF-LOAD-EOF-SW
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO DRF-CCH-CNT
           MOVE GCH-LATUD     TO DRF-CCH-LATUD(DRF-CCH-CNT)
           MOVE GCH-LNGTD     TO DRF-CCH-LNGTD(DRF-CCH-CNT)
           MOVE GCH-FIX-LATUD TO DRF-CCH-FIX-LATUD(DRF-CCH-CNT)
           MOVE GCH-FIX-LNGTD TO DRF-CCH-FIX-LNGTD(DRF-CCH-CNT).
       1210-EXIT.
           EXIT.
      *
       1300-LOAD-REGEOFIX.
           OPEN INPUT REGEOFIX-FILE
           IF NOT DRF-REGEOFIX-OK
               DISPLAY "USGDRIFT - REGEOFIX NOT READABLE, STATUS="
                   DRF-REGEOFIX-STATUS " - NO MOVE IS EXPLAINED BY "
                   "A RE-GEOCODE"
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO DRF-LOAD-EOF-SW
           PERFORM 1310-LOAD-ONE-FIX THRU 1310-EXIT
               UNTIL DRF-LOAD-EOF
           CLOSE REGEOFIX-FILE.
       1300-EXIT.
           EXIT.
      *
       1310-LOAD-ONE-FIX.
           READ REGEOFIX-FILE
               AT END
                   MOVE "Y" TO DRF-LOAD-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           IF DRF-FIX-CNT NOT < 2000
               DISPLAY "USGDRIFT - REGEOFIX HAS MORE THAN 2000 "
                   "RESPONSES - THE REST ARE NOT CONSULTED"
               MOVE "Y" TO DRF-LOAD-EOF-SW
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO DRF-FIX-CNT
           MOVE RGF-KEY-ID1 TO DRF-FIX-KEY-ID1(DRF-FIX-CNT)
           MOVE RGF-LATUD   TO DRF-FIX-LATUD(DRF-FIX-CNT)
           MOVE RGF-LNGTD   TO DRF-FIX-LNGTD(DRF-FIX-CNT).
       1310-EXIT.
           EXIT.
      *
       2000-COMPARE-ONE-RECORD.
           READ USGEXT-FILE
               AT END
                   MOVE "Y" TO DRF-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO DRF-TOTAL-CNT
           MOVE KEY-ID1 OF USAGE-RECORD     TO DRF-CUR-KEY-ID1
           MOVE LATUD OF USAGE-RECORD       TO DRF-CUR-LATUD
           MOVE LNGTD OF USAGE-RECORD       TO DRF-CUR-LNGTD
           MOVE QMS-LOC-CD OF USAGE-RECORD  TO DRF-CUR-LOC-CD
           MOVE QMS-MTCH-CD OF USAGE-RECORD TO DRF-CUR-MTCH-CD
           MOVE 0 TO DRF-PRV-FOUND-IDX
           PERFORM 2100-MATCH-PRIOR THRU 2100-EXIT
               VARYING DRF-PRV-IDX FROM 1 BY 1
               UNTIL DRF-PRV-IDX > DRF-PRV-CNT
               OR DRF-PRV-FOUND-IDX NOT = 0
           IF DRF-PRV-FOUND-IDX = 0
               ADD 1 TO DRF-NEW-KEY-CNT
               GO TO 2000-EXIT
           END-IF
           IF DRF-PRV-SEEN(DRF-PRV-FOUND-IDX)
               ADD 1 TO DRF-CUR-DUP-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE "Y" TO DRF-PRV-SEEN-SW(DRF-PRV-FOUND-IDX)
           ADD 1 TO DRF-MATCHED-CNT
           IF DRF-CUR-LATUD = DRF-PRV-LATUD(DRF-PRV-FOUND-IDX)
               AND DRF-CUR-LNGTD
                   = DRF-PRV-LNGTD(DRF-PRV-FOUND-IDX)
               GO TO 2000-EXIT
           END-IF
           MOVE DRF-PRV-LATUD(DRF-PRV-FOUND-IDX) TO GDS-LAT1
           MOVE DRF-PRV-LNGTD(DRF-PRV-FOUND-IDX) TO GDS-LNG1
           MOVE DRF-CUR-LATUD TO GDS-LAT2
           MOVE DRF-CUR-LNGTD TO GDS-LNG2
           PERFORM 7300-GREAT-CIRCLE-MILES THRU 7300-EXIT
           IF GDS-MILES NOT > DRF-THRESHOLD
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO DRF-MOVED-CNT
           PERFORM 2200-EXPLAIN-MOVE THRU 2200-EXIT
           PERFORM 2300-WRITE-MOVE THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-MATCH-PRIOR.
           IF DRF-PRV-KEY-ID1(DRF-PRV-IDX) = DRF-CUR-KEY-ID1
               MOVE DRF-PRV-IDX TO DRF-PRV-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-EXPLAIN-MOVE - A CACHE ENTRY THAT FIXED THE OLD POINT   *
      *  TO THE NEW ONE, OR A VENDOR RESPONSE FOR THIS KEY CARRYING   *
      *  THE NEW POINT, MEANS USGREGEO MOVED IT ON PURPOSE.           *
      ******************************************************************
       2200-EXPLAIN-MOVE.
           MOVE SPACES TO DRF-EXPLAIN
           PERFORM 2210-MATCH-ONE-CACHE THRU 2210-EXIT
               VARYING DRF-CCH-IDX FROM 1 BY 1
               UNTIL DRF-CCH-IDX > DRF-CCH-CNT
               OR DRF-EXPLAIN NOT = SPACES
           IF DRF-EXPLAIN = SPACES
               PERFORM 2220-MATCH-ONE-FIX THRU 2220-EXIT
                   VARYING DRF-FIX-IDX FROM 1 BY 1
                   UNTIL DRF-FIX-IDX > DRF-FIX-CNT
                   OR DRF-EXPLAIN NOT = SPACES
           END-IF
           IF DRF-EXPLAIN = SPACES
               ADD 1 TO DRF-REVIEW-CNT
           ELSE
               ADD 1 TO DRF-EXPLAINED-CNT
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-MATCH-ONE-CACHE.
           IF DRF-CCH-LATUD(DRF-CCH-IDX)
                   = DRF-PRV-LATUD(DRF-PRV-FOUND-IDX)
               AND DRF-CCH-LNGTD(DRF-CCH-IDX)
                   = DRF-PRV-LNGTD(DRF-PRV-FOUND-IDX)
               AND DRF-CCH-FIX-LATUD(DRF-CCH-IDX) = DRF-CUR-LATUD
               AND DRF-CCH-FIX-LNGTD(DRF-CCH-IDX) = DRF-CUR-LNGTD
               MOVE "GEOCACHE" TO DRF-EXPLAIN
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2220-MATCH-ONE-FIX.
           IF DRF-FIX-KEY-ID1(DRF-FIX-IDX) = DRF-CUR-KEY-ID1
               AND DRF-FIX-LATUD(DRF-FIX-IDX) = DRF-CUR-LATUD
               AND DRF-FIX-LNGTD(DRF-FIX-IDX) = DRF-CUR-LNGTD
               MOVE "REGEOFIX" TO DRF-EXPLAIN
           END-IF.
       2220-EXIT.
           EXIT.
      *
       2300-WRITE-MOVE.
           MOVE DRF-CUR-KEY-ID1 TO DRF-KEY-TXT
           MOVE GDS-MILES TO DRF-MILES-TXT
           MOVE SPACES TO DRF-OUT-LINE
           IF DRF-EXPLAIN = SPACES
               STRING "KEY-ID1=" DRF-KEY-TXT
                   " MOVED " DRF-MILES-TXT " MI"
                   " OLD MTCH=" DRF-PRV-MTCH-CD(DRF-PRV-FOUND-IDX)
                   " LOC=" DRF-PRV-LOC-CD(DRF-PRV-FOUND-IDX)
                   " NEW MTCH=" DRF-CUR-MTCH-CD
                   " LOC=" DRF-CUR-LOC-CD
                   " REVIEW - UNEXPLAINED"
                   DELIMITED BY SIZE
                   INTO DRF-OUT-LINE
               END-STRING
           ELSE
               STRING "KEY-ID1=" DRF-KEY-TXT
                   " MOVED " DRF-MILES-TXT " MI"
                   " OLD MTCH=" DRF-PRV-MTCH-CD(DRF-PRV-FOUND-IDX)
                   " LOC=" DRF-PRV-LOC-CD(DRF-PRV-FOUND-IDX)
                   " NEW MTCH=" DRF-CUR-MTCH-CD
                   " LOC=" DRF-CUR-LOC-CD
                   " EXPLAINED BY " DRF-EXPLAIN
                   DELIMITED BY SIZE
                   INTO DRF-OUT-LINE
               END-STRING
           END-IF
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE DRF-PRV-LATUD(DRF-PRV-FOUND-IDX) TO DRF-OLD-LAT-TXT
           MOVE DRF-PRV-LNGTD(DRF-PRV-FOUND-IDX) TO DRF-OLD-LNG-TXT
           MOVE DRF-CUR-LATUD TO DRF-NEW-LAT-TXT
           MOVE DRF-CUR-LNGTD TO DRF-NEW-LNG-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "    FROM LATUD=" DRF-OLD-LAT-TXT
               " LNGTD=" DRF-OLD-LNG-TXT
               "  TO LATUD=" DRF-NEW-LAT-TXT
               " LNGTD=" DRF-NEW-LNG-TXT
               DELIMITED BY SIZE
               INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE.
       2300-EXIT.
           EXIT.
      *
       3000-WRITE-TOTALS.
           IF NOT DRF-DRIFTRPT-OPENED
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-COUNT-ONE-DROPPED THRU 3100-EXIT
               VARYING DRF-PRV-IDX FROM 1 BY 1
               UNTIL DRF-PRV-IDX > DRF-PRV-CNT
           IF DRF-MOVED-CNT = 0
               MOVE "NO KEY MOVED FARTHER THAN THE THRESHOLD"
                   TO DRF-OUT-LINE
               WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           END-IF
           MOVE SPACES TO DRF-OUT-LINE
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE DRF-TOTAL-CNT TO DRF-CNT-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "RECORDS TONIGHT          " DRF-CNT-TXT
               DELIMITED BY SIZE INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE DRF-PRV-CNT TO DRF-CNT-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "KEYS ON THE PRIOR CYCLE  " DRF-CNT-TXT
               DELIMITED BY SIZE INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE DRF-MATCHED-CNT TO DRF-CNT-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "KEYS ON BOTH CYCLES      " DRF-CNT-TXT
               DELIMITED BY SIZE INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE DRF-NEW-KEY-CNT TO DRF-CNT-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "NEW KEYS TONIGHT         " DRF-CNT-TXT
               DELIMITED BY SIZE INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE DRF-DROPPED-CNT TO DRF-CNT-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "KEYS DROPPED SINCE PRIOR " DRF-CNT-TXT
               DELIMITED BY SIZE INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           COMPUTE DRF-CNT-TXT = DRF-PRV-DUP-CNT + DRF-CUR-DUP-CNT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "REPEATED KEYS SKIPPED    " DRF-CNT-TXT
               DELIMITED BY SIZE INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE DRF-MOVED-CNT TO DRF-CNT-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "MOVES OVER THE THRESHOLD " DRF-CNT-TXT
               DELIMITED BY SIZE INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE DRF-EXPLAINED-CNT TO DRF-CNT-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "  EXPLAINED              " DRF-CNT-TXT
               DELIMITED BY SIZE INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           MOVE DRF-REVIEW-CNT TO DRF-CNT-TXT
           MOVE SPACES TO DRF-OUT-LINE
           STRING "  FLAGGED FOR REVIEW     " DRF-CNT-TXT
               DELIMITED BY SIZE INTO DRF-OUT-LINE
           END-STRING
           WRITE DRIFTRPT-RECORD FROM DRF-OUT-LINE
           DISPLAY "USGDRIFT - " DRF-TOTAL-CNT " RECORDS, "
               DRF-MOVED-CNT " MOVED, " DRF-REVIEW-CNT
               " FLAGGED FOR REVIEW"
           IF DRF-REVIEW-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-COUNT-ONE-DROPPED.
           IF NOT DRF-PRV-SEEN(DRF-PRV-IDX)
               ADD 1 TO DRF-DROPPED-CNT
           END-IF.
       3100-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "USGDRIFT" TO RNL-WS-PROGRAM
           MOVE DRF-TOTAL-CNT    TO RNL-WS-RECORDS-IN
           MOVE DRF-REVIEW-CNT   TO RNL-WS-RECORDS-SUSP
           MOVE DRF-PRV-CNT      TO RNL-WS-TABLE-PEAK (1)
           MOVE DRF-CCH-CNT      TO RNL-WS-TABLE-PEAK (2)
           MOVE DRF-FIX-CNT      TO RNL-WS-TABLE-PEAK (3)
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
           IF DRF-USGEXT-OPENED
               CLOSE USGEXT-FILE
           END-IF
           IF DRF-DRIFTRPT-OPENED
               CLOSE DRIFTRPT-FILE
           END-IF.
