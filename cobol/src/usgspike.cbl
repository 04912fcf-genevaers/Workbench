      ******************************************************************
      **                                                              *
      **  PROGRAM      USGSPIKE                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  PER-ACCOUNT USAGE SPIKE DETECTION.  READS THE *
      **      USAGE HISTORY (DD USGHIST, USGHREC LAYOUT, POSTED EACH  *
      **      CYCLE BY USGSNAP) AND JUDGES EVERY ACCOUNT'S TOTAL ON   *
      **      THE LATEST CYCLE AGAINST ITS OWN TRAILING CYCLES - THE  *
      **      N CYCLES ON THE HISTORY IMMEDIATELY BEFORE IT.  AN      *
      **      ACCOUNT'S AVERAGE AND STANDARD DEVIATION ARE TAKEN OVER *
      **      THE TRAILING CYCLES FROM ITS FIRST ROW IN THEM ON, A    *
      **      CYCLE WITH NO ROW COUNTING AS ZERO USAGE.  LISTED ON DD *
      **      SPIKERPT -                                              *
      **        ABOVE/BELOW BAND - THE CURRENT TOTAL IS MORE THAN     *
      **            BAND STANDARD DEVIATIONS FROM THE AVERAGE.  AN    *
      **            ACCOUNT WITH FEWER THAN TWO TRAILING CYCLES IS    *
      **            COUNTED BUT NOT JUDGED.                           *
      **        NEW ACCOUNT     - NO ROW IN THE TRAILING CYCLES AND A *
      **            FIRST-CYCLE TOTAL OVER THE NEW-ACCOUNT LIMIT.     *
      **        WENT TO ZERO    - USAGE ON THE CYCLE BEFORE, NONE ON  *
      **            THE CURRENT ONE.                                  *
      **      THE STATISTICS ARE WORKED IN WHOLE CURRENCY UNITS; THE  *
      **      AVERAGE IS SHOWN TO THE CENT.                           *
      **                                                               *
      **      N (CYCLES, 1-60, DEFAULT 6), THE BAND (WHOLE STANDARD   *
      **      DEVIATIONS, DEFAULT 3) AND THE NEW-ACCOUNT LIMIT (WHOLE *
      **      CURRENCY UNITS, DEFAULT 10000) ARE THE USGSPIKE/CYCLES, *
      **      BAND AND NEWLIMIT ROWS OF THE CENTRAL PARAMETER LIBRARY *
      **      (DD PARMLIB) IN FORCE ON THE RUN DATE, ELSE THE         *
      **      SPIKEPRM CARD, ELSE THE DEFAULT - EACH ONE SEPARATELY.  *
      **                                                               *
      **      RETURN-CODE 04 - AT LEAST ONE ACCOUNT LISTED; 16 - A    *
      **      FILE COULD NOT BE OPENED OR THE ACCOUNT TABLE           *
      **      OVERFLOWED, SO THE JUDGEMENT IS INCOMPLETE.             *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGSPIKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE HISTORY ROW CARRIES
      *> COMP AND COMP-3 FIELDS.
           SELECT USGHIST-FILE  ASSIGN TO "USGHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SPK-USGHIST-STATUS.
           SELECT OPTIONAL SPIKEPRM-FILE ASSIGN TO "SPIKEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPK-SPIKEPRM-STATUS.
      *> OPTIONAL - THE CENTRAL PARAMETER LIBRARY (PARMLREC.cpy).  ITS
      *> USGSPIKE ROWS WIN OVER THE SPIKEPRM CARD.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPK-PARMLIB-STATUS.
           SELECT SPIKERPT-FILE ASSIGN TO "SPIKERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPK-SPIKERPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USGHIST-FILE.
       COPY USGHREC.
       FD  SPIKEPRM-FILE.
       01  SPIKEPRM-RECORD.
           05  SPK-PARM-CYCLES             PIC 9(02).
           05  SPK-PARM-BAND               PIC 9(02).
           05  SPK-PARM-NEW-LIMIT          PIC 9(09).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  SPIKERPT-FILE.
       01  SPIKERPT-RECORD                 PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  SPK-USGHIST-STATUS              PIC XX.
           88  SPK-USGHIST-OK              VALUE "00".
       01  SPK-SPIKEPRM-STATUS             PIC XX.
           88  SPK-SPIKEPRM-OK             VALUE "00".
       01  SPK-PARMLIB-STATUS              PIC XX.
           88  SPK-PARMLIB-OK              VALUE "00".
       01  SPK-PARMLIB-EOF-SW              PIC X(01)       VALUE "N".
           88  SPK-PARMLIB-EOF             VALUE "Y".
       01  SPK-CYCLES-FOUND-SW             PIC X(01)       VALUE "N".
           88  SPK-CYCLES-FOUND            VALUE "Y".
       01  SPK-BAND-FOUND-SW               PIC X(01)       VALUE "N".
           88  SPK-BAND-FOUND              VALUE "Y".
       01  SPK-LIMIT-FOUND-SW              PIC X(01)       VALUE "N".
           88  SPK-LIMIT-FOUND             VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  SPK-LIB-RUN-DATE                PIC 9(08)       VALUE 0.
      *> THE LIBRARY VALUE IS LEFT-JUSTIFIED TEXT - ITS LEADING DIGITS
      *> ARE CUT OUT HERE AND MOVED AS A NUMBER.
       01  SPK-LIB-DIGITS                  PIC X(20)       VALUE SPACES.
       01  SPK-LIB-LEN                     PIC 9(02)       VALUE 0.
       01  SPK-LIB-MAX-LEN                 PIC 9(02)       VALUE 0.
       01  SPK-LIB-NUMBER                  PIC 9(09)       VALUE 0.
       01  SPK-LIB-GOOD-SW                 PIC X(01)       VALUE "N".
           88  SPK-LIB-GOOD                VALUE "Y".
       01  SPK-SPIKERPT-STATUS             PIC XX.
           88  SPK-SPIKERPT-OK             VALUE "00".
       01  SPK-SPIKERPT-OPENED-SW          PIC X(01)       VALUE "N".
           88  SPK-SPIKERPT-OPENED         VALUE "Y".
       01  SPK-EOF-SW                      PIC X(01)       VALUE "N".
           88  SPK-EOF                     VALUE "Y".
       01  SPK-CYCLES                      PIC 9(02)       VALUE 6.
       01  SPK-BAND                        PIC 9(02)       VALUE 3.
       01  SPK-NEW-LIMIT                   PIC 9(09)       VALUE 10000.
      *> --------------- LATEST CYCLES ON THE HISTORY -----------------
      *> THE N TRAILING CYCLES AND THE CURRENT ONE, ASCENDING - THE
      *> CURRENT CYCLE IS ALWAYS THE LAST ENTRY.  THE HISTORY IS
      *> APPENDED IN CYCLE ORDER, BUT THE TABLE IS KEPT IN ORDER BY
      *> INSERTION SO A RESTORED OR MERGED FILE IS READ THE SAME WAY.
       01  SPK-CYC-TAB.
           05  SPK-CYC-DATE                PIC 9(08)
                                           OCCURS 61 TIMES.
       01  SPK-CYC-CNT                     PIC 9(02)       VALUE 0.
       01  SPK-CYC-KEEP                    PIC 9(02)       VALUE 0.
       01  SPK-CYC-IDX                     PIC 9(02).
       01  SPK-CYC-POS                     PIC 9(02)       VALUE 0.
       01  SPK-CYC-FOUND-POS               PIC 9(02)       VALUE 0.
       01  SPK-CYC-PLACED-SW               PIC X(01)       VALUE "N".
           88  SPK-CYC-PLACED              VALUE "Y".
      *> ------------------ ACCOUNT TABLE -----------------------------
       01  SPK-ACCT-TAB.
           05  SPK-ACCT-ENTRY              OCCURS 2000 TIMES.
               10  SPK-ACCT-KEY-ID1         PIC S9(09)     COMP.
      *> POSITION IN SPK-CYC-TAB OF THE ACCOUNT'S FIRST TRAILING ROW -
      *> 99 UNTIL ONE IS SEEN.
               10  SPK-ACCT-FIRST-POS       PIC 9(02).
               10  SPK-ACCT-HIT-CNT         PIC 9(02).
               10  SPK-ACCT-SUM             PIC S9(11)V99  COMP-3.
               10  SPK-ACCT-SUM-WHOLE       PIC S9(13)     COMP-3.
               10  SPK-ACCT-SUM-SQ          PIC S9(18)     COMP-3.
      *> SET WHEN THE SQUARES OUTGREW SPK-ACCT-SUM-SQ - THE ACCOUNT IS
      *> LISTED AS NOT MEASURABLE RATHER THAN JUDGED ON A BAD SPREAD.
               10  SPK-ACCT-BIG-SW          PIC X(01).
                   88  SPK-ACCT-BIG         VALUE "Y".
               10  SPK-ACCT-CUR-SW          PIC X(01).
                   88  SPK-ACCT-ON-CURRENT  VALUE "Y".
               10  SPK-ACCT-CUR-AMT         PIC S9(09)V99  COMP-3.
               10  SPK-ACCT-PRIOR-SW        PIC X(01).
                   88  SPK-ACCT-ON-PRIOR    VALUE "Y".
               10  SPK-ACCT-PRIOR-AMT       PIC S9(09)V99  COMP-3.
       01  SPK-ACCT-CNT                    PIC 9(04)       VALUE 0.
       01  SPK-ACCT-IDX                    PIC 9(04).
       01  SPK-ACCT-FOUND-IDX              PIC 9(04)       VALUE 0.
       01  SPK-OVERFLOW-CNT                PIC 9(08)       VALUE 0.
      *> ----------------- STATISTICS WORK FIELDS ----------------------
       01  SPK-WHOLE                       PIC S9(09)      COMP-3.
       01  SPK-SQUARE                      PIC S9(18)      COMP-3.
       01  SPK-N                           PIC 9(02)       VALUE 0.
       01  SPK-MEAN                        PIC S9(11)V99   VALUE 0.
       01  SPK-MEAN-WHOLE                  PIC S9(11)V99   VALUE 0.
       01  SPK-MEAN-SQ                     PIC S9(16)V99   VALUE 0.
       01  SPK-VARIANCE                    PIC S9(16)V99   VALUE 0.
       01  SPK-ROOT                        PIC S9(10)V9(4) VALUE 0.
       01  SPK-QUOT                        PIC S9(10)V9(4) VALUE 0.
       01  SPK-STEP                        PIC 9(02)       VALUE 0.
       01  SPK-STD-DEV                     PIC S9(09)V99   VALUE 0.
       01  SPK-SPREAD                      PIC S9(11)V99   VALUE 0.
       01  SPK-LOW                         PIC S9(11)V99   VALUE 0.
       01  SPK-HIGH                        PIC S9(11)V99   VALUE 0.
      *> WHY THE CURRENT ACCOUNT IS LISTED - SPACES IF IT IS NOT.
       01  SPK-REASON                      PIC X(13)       VALUE SPACES.
      *> --------------------- RUN COUNTERS ----------------------------
       01  SPK-ROWS-CNT                    PIC 9(08)       VALUE 0.
       01  SPK-CURRENT-CNT                 PIC 9(08)       VALUE 0.
       01  SPK-JUDGED-CNT                  PIC 9(08)       VALUE 0.
       01  SPK-SHORT-CNT                   PIC 9(08)       VALUE 0.
       01  SPK-ABOVE-CNT                   PIC 9(08)       VALUE 0.
       01  SPK-BELOW-CNT                   PIC 9(08)       VALUE 0.
       01  SPK-NEW-CNT                     PIC 9(08)       VALUE 0.
       01  SPK-NEW-BIG-CNT                 PIC 9(08)       VALUE 0.
       01  SPK-ZERO-CNT                    PIC 9(08)       VALUE 0.
       01  SPK-BIG-CNT                     PIC 9(08)       VALUE 0.
       01  SPK-LISTED-CNT                  PIC 9(08)       VALUE 0.
       01  SPK-CNT-TXT                     PIC ZZZZZZZ9.
       01  SPK-CYCLE-TXT                   PIC 9(08).
       01  SPK-N-TXT                       PIC Z9.
       01  SPK-BAND-TXT                    PIC Z9.
       01  SPK-LIMIT-TXT                   PIC ZZZ,ZZZ,ZZ9.
       01  SPK-KEY-TXT                     PIC -(9)9.
       01  SPK-CUR-TXT                     PIC -ZZZ,ZZZ,ZZ9.99.
       01  SPK-AVG-TXT                     PIC -ZZZ,ZZZ,ZZ9.99.
       01  SPK-SD-TXT                      PIC ZZZ,ZZZ,ZZ9.99.
       01  SPK-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
           PERFORM 3000-JUDGE-ONE-ACCOUNT THRU 3000-EXIT
               VARYING SPK-ACCT-IDX FROM 1 BY 1
               UNTIL SPK-ACCT-IDX > SPK-ACCT-CNT
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-LIBRARY-PARM THRU 1050-EXIT
           PERFORM 1080-READ-PRIVATE-CARD THRU 1080-EXIT
           COMPUTE SPK-CYC-KEEP = SPK-CYCLES + 1
           OPEN OUTPUT SPIKERPT-FILE
           IF NOT SPK-SPIKERPT-OK
               DISPLAY "USGSPIKE - UNABLE TO OPEN SPIKERPT, STATUS="
                   SPK-SPIKERPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO SPK-EOF-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO SPK-SPIKERPT-OPENED-SW
           PERFORM 1100-FIND-LATEST-CYCLES THRU 1100-EXIT
           IF RETURN-CODE = 16
               MOVE "Y" TO SPK-EOF-SW
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO SPK-OUT-LINE
           IF SPK-CYC-CNT < 2
               STRING "USGSPIKE - FEWER THAN TWO CYCLES ON USGHIST - "
                   "NOTHING TO COMPARE"
                   DELIMITED BY SIZE INTO SPK-OUT-LINE
               END-STRING
               WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
               MOVE "Y" TO SPK-EOF-SW
               GO TO 1000-EXIT
           END-IF
           MOVE SPK-CYC-DATE(SPK-CYC-CNT) TO SPK-CYCLE-TXT
           COMPUTE SPK-N-TXT = SPK-CYC-CNT - 1
           MOVE SPK-BAND TO SPK-BAND-TXT
           MOVE SPK-NEW-LIMIT TO SPK-LIMIT-TXT
           STRING "USGSPIKE - CYCLE " SPK-CYCLE-TXT
               " AGAINST " SPK-N-TXT " TRAILING CYCLES, BAND "
               SPK-BAND-TXT " STD DEV, NEW ACCOUNT LIMIT "
               SPK-LIMIT-TXT
               DELIMITED BY SIZE
               INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPACES TO SPK-OUT-LINE
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-LIBRARY-PARM - THE CENTRAL PARAMETER LIBRARY    *
      *  (DD PARMLIB, THE VALUES PARMVAL PROVED BEFORE THE WINDOW     *
      *  OPENED) IS TRIED FIRST; EACH USGSPIKE ROW IT CARRIES WINS    *
      *  OVER THE SAME VALUE ON THE PRIVATE SPIKEPRM CARD.            *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           ACCEPT SPK-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT SPK-PARMLIB-OK
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-LIB-ROW THRU 1060-EXIT
               UNTIL SPK-PARMLIB-EOF
           CLOSE PARMLIB-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO SPK-PARMLIB-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "USGSPIKE"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > SPK-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < SPK-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-PARM-NAME = "CYCLES" AND NOT SPK-CYCLES-FOUND
               MOVE 2 TO SPK-LIB-MAX-LEN
               PERFORM 1070-CUT-LIB-NUMBER THRU 1070-EXIT
               IF SPK-LIB-GOOD
                   AND SPK-LIB-NUMBER > 0 AND SPK-LIB-NUMBER < 61
                   MOVE SPK-LIB-NUMBER TO SPK-CYCLES
                   MOVE "Y" TO SPK-CYCLES-FOUND-SW
               ELSE
                   DISPLAY "USGSPIKE - PARMLIB CYCLES IS NOT 1-60 - "
                       "THE SPIKEPRM CARD OR DEFAULT IS USED"
               END-IF
           END-IF
           IF PRM-PARM-NAME = "BAND" AND NOT SPK-BAND-FOUND
               MOVE 2 TO SPK-LIB-MAX-LEN
               PERFORM 1070-CUT-LIB-NUMBER THRU 1070-EXIT
               IF SPK-LIB-GOOD AND SPK-LIB-NUMBER > 0
                   MOVE SPK-LIB-NUMBER TO SPK-BAND
                   MOVE "Y" TO SPK-BAND-FOUND-SW
               ELSE
                   DISPLAY "USGSPIKE - PARMLIB BAND IS NOT 1-99 - "
                       "THE SPIKEPRM CARD OR DEFAULT IS USED"
               END-IF
           END-IF
           IF PRM-PARM-NAME = "NEWLIMIT" AND NOT SPK-LIMIT-FOUND
               MOVE 9 TO SPK-LIB-MAX-LEN
               PERFORM 1070-CUT-LIB-NUMBER THRU 1070-EXIT
               IF SPK-LIB-GOOD
                   MOVE SPK-LIB-NUMBER TO SPK-NEW-LIMIT
                   MOVE "Y" TO SPK-LIMIT-FOUND-SW
               ELSE
                   DISPLAY "USGSPIKE - PARMLIB NEWLIMIT IS NOT A "
                       "NUMBER OF 1-9 DIGITS - THE SPIKEPRM CARD OR "
                       "DEFAULT IS USED"
               END-IF
           END-IF.
       1060-EXIT.
           EXIT.
      *
       1070-CUT-LIB-NUMBER.
           MOVE "N" TO SPK-LIB-GOOD-SW
           MOVE 0 TO SPK-LIB-NUMBER
           MOVE SPACES TO SPK-LIB-DIGITS
           MOVE 0 TO SPK-LIB-LEN
           UNSTRING PRM-PARM-VALUE DELIMITED BY SPACE
               INTO SPK-LIB-DIGITS COUNT IN SPK-LIB-LEN
           END-UNSTRING
           IF SPK-LIB-LEN = 0 OR SPK-LIB-LEN > SPK-LIB-MAX-LEN
               GO TO 1070-EXIT
           END-IF
           IF SPK-LIB-DIGITS(1:SPK-LIB-LEN) NOT NUMERIC
               GO TO 1070-EXIT
           END-IF
           MOVE SPK-LIB-DIGITS(1:SPK-LIB-LEN) TO SPK-LIB-NUMBER
           MOVE "Y" TO SPK-LIB-GOOD-SW.
       1070-EXIT.
           EXIT.
      *
      *> THE CARD FILLS ONLY WHAT THE LIBRARY DID NOT; A FIELD LEFT
      *> BLANK OR OUT OF RANGE ON IT KEEPS THE DEFAULT.
       1080-READ-PRIVATE-CARD.
           OPEN INPUT SPIKEPRM-FILE
           IF NOT SPK-SPIKEPRM-OK
               GO TO 1080-EXIT
           END-IF
           READ SPIKEPRM-FILE
               AT END
                   CLOSE SPIKEPRM-FILE
                   GO TO 1080-EXIT
           END-READ
           CLOSE SPIKEPRM-FILE
           IF NOT SPK-CYCLES-FOUND
               AND SPK-PARM-CYCLES IS NUMERIC
               AND SPK-PARM-CYCLES > 0 AND SPK-PARM-CYCLES < 61
               MOVE SPK-PARM-CYCLES TO SPK-CYCLES
           END-IF
           IF NOT SPK-BAND-FOUND
               AND SPK-PARM-BAND IS NUMERIC
               AND SPK-PARM-BAND > 0
               MOVE SPK-PARM-BAND TO SPK-BAND
           END-IF
           IF NOT SPK-LIMIT-FOUND
               AND SPK-PARM-NEW-LIMIT IS NUMERIC
               MOVE SPK-PARM-NEW-LIMIT TO SPK-NEW-LIMIT
           END-IF.
       1080-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-FIND-LATEST-CYCLES - FIRST PASS OVER THE HISTORY KEEPS  *
      *  THE LATEST N+1 DISTINCT CYCLES: THE CURRENT ONE AND ITS N    *
      *  TRAILING CYCLES.  ROWS OLDER THAN THAT ARE NEVER LOADED.     *
      ******************************************************************
       1100-FIND-LATEST-CYCLES.
           OPEN INPUT USGHIST-FILE
           IF NOT SPK-USGHIST-OK
               DISPLAY "USGSPIKE - UNABLE TO OPEN USGHIST, STATUS="
                   SPK-USGHIST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO SPK-EOF-SW
           PERFORM 1110-NOTE-ONE-CYCLE THRU 1110-EXIT
               UNTIL SPK-EOF
           MOVE "N" TO SPK-EOF-SW
           CLOSE USGHIST-FILE.
       1100-EXIT.
           EXIT.
      *
       1110-NOTE-ONE-CYCLE.
           READ USGHIST-FILE
               AT END
                   MOVE "Y" TO SPK-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           MOVE 0 TO SPK-CYC-FOUND-POS
           PERFORM 1120-MATCH-ONE-CYCLE THRU 1120-EXIT
               VARYING SPK-CYC-IDX FROM 1 BY 1
               UNTIL SPK-CYC-IDX > SPK-CYC-CNT
               OR SPK-CYC-FOUND-POS NOT = 0
           IF SPK-CYC-FOUND-POS NOT = 0
               GO TO 1110-EXIT
           END-IF
           MOVE "N" TO SPK-CYC-PLACED-SW
      *> ROOM LEFT - OPEN A SLOT AT THE TOP AND SLIDE THE LATER
      *> CYCLES UP INTO IT UNTIL THE NEW ONE'S PLACE IS REACHED.
           IF SPK-CYC-CNT < SPK-CYC-KEEP
               ADD 1 TO SPK-CYC-CNT
               MOVE SPK-CYC-CNT TO SPK-CYC-POS
               PERFORM 1130-SLIDE-CYCLE-UP THRU 1130-EXIT
                   UNTIL SPK-CYC-POS = 1 OR SPK-CYC-PLACED
               MOVE UGH-CYCLE TO SPK-CYC-DATE(SPK-CYC-POS)
               GO TO 1110-EXIT
           END-IF
      *> TABLE FULL - A CYCLE OLDER THAN EVERY ONE KEPT IS OUT OF
      *> RANGE; OTHERWISE THE OLDEST IS DROPPED AND THE EARLIER
      *> CYCLES SLIDE DOWN UNTIL THE NEW ONE'S PLACE IS REACHED.
           IF UGH-CYCLE < SPK-CYC-DATE(1)
               GO TO 1110-EXIT
           END-IF
           MOVE 1 TO SPK-CYC-POS
           PERFORM 1140-SLIDE-CYCLE-DOWN THRU 1140-EXIT
               UNTIL SPK-CYC-POS = SPK-CYC-CNT OR SPK-CYC-PLACED
           MOVE UGH-CYCLE TO SPK-CYC-DATE(SPK-CYC-POS).
       1110-EXIT.
           EXIT.
      *
       1120-MATCH-ONE-CYCLE.
           IF SPK-CYC-DATE(SPK-CYC-IDX) = UGH-CYCLE
               MOVE SPK-CYC-IDX TO SPK-CYC-FOUND-POS
           END-IF.
       1120-EXIT.
           EXIT.
      *
       1130-SLIDE-CYCLE-UP.
           IF SPK-CYC-DATE(SPK-CYC-POS - 1) < UGH-CYCLE
               MOVE "Y" TO SPK-CYC-PLACED-SW
               GO TO 1130-EXIT
           END-IF
           MOVE SPK-CYC-DATE(SPK-CYC-POS - 1)
               TO SPK-CYC-DATE(SPK-CYC-POS)
           SUBTRACT 1 FROM SPK-CYC-POS.
       1130-EXIT.
           EXIT.
      *
       1140-SLIDE-CYCLE-DOWN.
           IF SPK-CYC-DATE(SPK-CYC-POS + 1) > UGH-CYCLE
               MOVE "Y" TO SPK-CYC-PLACED-SW
               GO TO 1140-EXIT
           END-IF
           MOVE SPK-CYC-DATE(SPK-CYC-POS + 1)
               TO SPK-CYC-DATE(SPK-CYC-POS)
           ADD 1 TO SPK-CYC-POS.
       1140-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LOAD-HISTORY - SECOND PASS.  EVERY ROW ON ONE OF THE    *
      *  KEPT CYCLES IS POSTED TO ITS ACCOUNT - THE CURRENT CYCLE'S   *
      *  TOTAL, OR INTO THE TRAILING SUMS.  AN OVERFLOWING ACCOUNT    *
      *  TABLE LEAVES THE JUDGEMENT INCOMPLETE - RETURN-CODE 16.      *
      ******************************************************************
       2000-LOAD-HISTORY.
           IF SPK-EOF
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT USGHIST-FILE
           IF NOT SPK-USGHIST-OK
               DISPLAY "USGSPIKE - UNABLE TO REOPEN USGHIST, STATUS="
                   SPK-USGHIST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LOAD-ONE-ROW THRU 2100-EXIT
               UNTIL SPK-EOF
           CLOSE USGHIST-FILE
           IF SPK-OVERFLOW-CNT > 0
               DISPLAY "USGSPIKE - MORE THAN 2000 ACCOUNTS ON THE KEPT "
                   "CYCLES - " SPK-OVERFLOW-CNT " ROWS NOT JUDGED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-LOAD-ONE-ROW.
           READ USGHIST-FILE
               AT END
                   MOVE "Y" TO SPK-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO SPK-ROWS-CNT
           MOVE 0 TO SPK-CYC-FOUND-POS
           PERFORM 1120-MATCH-ONE-CYCLE THRU 1120-EXIT
               VARYING SPK-CYC-IDX FROM 1 BY 1
               UNTIL SPK-CYC-IDX > SPK-CYC-CNT
               OR SPK-CYC-FOUND-POS NOT = 0
           IF SPK-CYC-FOUND-POS = 0
               GO TO 2100-EXIT
           END-IF
           MOVE 0 TO SPK-ACCT-FOUND-IDX
           PERFORM 2110-MATCH-ONE-ACCOUNT THRU 2110-EXIT
               VARYING SPK-ACCT-IDX FROM 1 BY 1
               UNTIL SPK-ACCT-IDX > SPK-ACCT-CNT
               OR SPK-ACCT-FOUND-IDX NOT = 0
           IF SPK-ACCT-FOUND-IDX = 0
               IF SPK-ACCT-CNT NOT < 2000
                   ADD 1 TO SPK-OVERFLOW-CNT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO SPK-ACCT-CNT
               MOVE SPK-ACCT-CNT TO SPK-ACCT-FOUND-IDX
               MOVE UGH-KEY-ID1 TO SPK-ACCT-KEY-ID1(SPK-ACCT-CNT)
               MOVE 99  TO SPK-ACCT-FIRST-POS(SPK-ACCT-CNT)
               MOVE 0   TO SPK-ACCT-HIT-CNT(SPK-ACCT-CNT)
                           SPK-ACCT-SUM(SPK-ACCT-CNT)
                           SPK-ACCT-SUM-WHOLE(SPK-ACCT-CNT)
                           SPK-ACCT-SUM-SQ(SPK-ACCT-CNT)
                           SPK-ACCT-CUR-AMT(SPK-ACCT-CNT)
                           SPK-ACCT-PRIOR-AMT(SPK-ACCT-CNT)
               MOVE "N" TO SPK-ACCT-BIG-SW(SPK-ACCT-CNT)
                           SPK-ACCT-CUR-SW(SPK-ACCT-CNT)
                           SPK-ACCT-PRIOR-SW(SPK-ACCT-CNT)
           END-IF
           IF SPK-CYC-FOUND-POS = SPK-CYC-CNT
               MOVE "Y" TO SPK-ACCT-CUR-SW(SPK-ACCT-FOUND-IDX)
               MOVE UGH-AMOUNT TO SPK-ACCT-CUR-AMT(SPK-ACCT-FOUND-IDX)
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-POST-TRAILING-ROW THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      *
       2110-MATCH-ONE-ACCOUNT.
           IF SPK-ACCT-KEY-ID1(SPK-ACCT-IDX) = UGH-KEY-ID1
               MOVE SPK-ACCT-IDX TO SPK-ACCT-FOUND-IDX
           END-IF.
       2110-EXIT.
           EXIT.
      *
       2200-POST-TRAILING-ROW.
           IF SPK-CYC-FOUND-POS
                   < SPK-ACCT-FIRST-POS(SPK-ACCT-FOUND-IDX)
               MOVE SPK-CYC-FOUND-POS
                   TO SPK-ACCT-FIRST-POS(SPK-ACCT-FOUND-IDX)
           END-IF
           ADD 1 TO SPK-ACCT-HIT-CNT(SPK-ACCT-FOUND-IDX)
           ADD UGH-AMOUNT TO SPK-ACCT-SUM(SPK-ACCT-FOUND-IDX)
           IF SPK-CYC-FOUND-POS = SPK-CYC-CNT - 1
               MOVE "Y" TO SPK-ACCT-PRIOR-SW(SPK-ACCT-FOUND-IDX)
               MOVE UGH-AMOUNT
                   TO SPK-ACCT-PRIOR-AMT(SPK-ACCT-FOUND-IDX)
           END-IF
           COMPUTE SPK-WHOLE ROUNDED = UGH-AMOUNT
           ADD SPK-WHOLE TO SPK-ACCT-SUM-WHOLE(SPK-ACCT-FOUND-IDX)
           MULTIPLY SPK-WHOLE BY SPK-WHOLE GIVING SPK-SQUARE
               ON SIZE ERROR
                   MOVE "Y" TO SPK-ACCT-BIG-SW(SPK-ACCT-FOUND-IDX)
           END-MULTIPLY
           ADD SPK-SQUARE TO SPK-ACCT-SUM-SQ(SPK-ACCT-FOUND-IDX)
               ON SIZE ERROR
                   MOVE "Y" TO SPK-ACCT-BIG-SW(SPK-ACCT-FOUND-IDX)
           END-ADD.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-JUDGE-ONE-ACCOUNT - NEW, WENT TO ZERO, OR MEASURED      *
      *  AGAINST ITS BAND.  ONLY THE FIRST THAT APPLIES IS LISTED.    *
      ******************************************************************
       3000-JUDGE-ONE-ACCOUNT.
           MOVE SPACES TO SPK-REASON
           MOVE 0 TO SPK-MEAN SPK-STD-DEV
           IF SPK-ACCT-ON-CURRENT(SPK-ACCT-IDX)
               ADD 1 TO SPK-CURRENT-CNT
           END-IF
           IF SPK-ACCT-HIT-CNT(SPK-ACCT-IDX) = 0
               ADD 1 TO SPK-NEW-CNT
               IF SPK-ACCT-CUR-AMT(SPK-ACCT-IDX) > SPK-NEW-LIMIT
                   MOVE "NEW ACCOUNT" TO SPK-REASON
                   ADD 1 TO SPK-NEW-BIG-CNT
                   PERFORM 3200-WRITE-LISTED THRU 3200-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF
           IF NOT SPK-ACCT-ON-CURRENT(SPK-ACCT-IDX)
               OR SPK-ACCT-CUR-AMT(SPK-ACCT-IDX) = 0
               IF SPK-ACCT-ON-PRIOR(SPK-ACCT-IDX)
                   AND SPK-ACCT-PRIOR-AMT(SPK-ACCT-IDX) NOT = 0
                   MOVE "WENT TO ZERO" TO SPK-REASON
                   ADD 1 TO SPK-ZERO-CNT
                   PERFORM 3200-WRITE-LISTED THRU 3200-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF
           COMPUTE SPK-N =
               SPK-CYC-CNT - SPK-ACCT-FIRST-POS(SPK-ACCT-IDX)
           IF SPK-N < 2
               ADD 1 TO SPK-SHORT-CNT
               GO TO 3000-EXIT
           END-IF
           IF SPK-ACCT-BIG(SPK-ACCT-IDX)
               MOVE "NOT MEASURED" TO SPK-REASON
               ADD 1 TO SPK-BIG-CNT
               PERFORM 3200-WRITE-LISTED THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-MEASURE-SPREAD THRU 3100-EXIT
           IF SPK-ACCT-BIG(SPK-ACCT-IDX)
               MOVE "NOT MEASURED" TO SPK-REASON
               ADD 1 TO SPK-BIG-CNT
               PERFORM 3200-WRITE-LISTED THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO SPK-JUDGED-CNT
           IF SPK-ACCT-CUR-AMT(SPK-ACCT-IDX) > SPK-HIGH
               MOVE "ABOVE BAND" TO SPK-REASON
               ADD 1 TO SPK-ABOVE-CNT
           END-IF
           IF SPK-ACCT-CUR-AMT(SPK-ACCT-IDX) < SPK-LOW
               MOVE "BELOW BAND" TO SPK-REASON
               ADD 1 TO SPK-BELOW-CNT
           END-IF
           IF SPK-REASON NOT = SPACES
               PERFORM 3200-WRITE-LISTED THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3100-MEASURE-SPREAD - AVERAGE, STANDARD DEVIATION AND BAND   *
      *  OVER THE ACCOUNT'S N TRAILING CYCLES.  VARIANCE IS THE MEAN  *
      *  OF THE SQUARES LESS THE SQUARE OF THE MEAN; ITS ROOT IS      *
      *  TAKEN BY NEWTON'S METHOD FROM ABOVE THE LARGEST POSSIBLE     *
      *  ANSWER, SO NO QUOTIENT EVER OUTGROWS ITS FIELD.  EACH STEP   *
      *  IS A SINGLE OPERATION SO NO INTERMEDIATE RESULT IS CUT TO A  *
      *  WHOLE NUMBER.                                                *
      ******************************************************************
       3100-MEASURE-SPREAD.
           DIVIDE SPK-N INTO SPK-ACCT-SUM(SPK-ACCT-IDX)
               GIVING SPK-MEAN ROUNDED
           DIVIDE SPK-N INTO SPK-ACCT-SUM-WHOLE(SPK-ACCT-IDX)
               GIVING SPK-MEAN-WHOLE ROUNDED
           MULTIPLY SPK-MEAN-WHOLE BY SPK-MEAN-WHOLE
               GIVING SPK-MEAN-SQ ROUNDED
               ON SIZE ERROR
                   MOVE "Y" TO SPK-ACCT-BIG-SW(SPK-ACCT-IDX)
                   GO TO 3100-EXIT
           END-MULTIPLY
           DIVIDE SPK-N INTO SPK-ACCT-SUM-SQ(SPK-ACCT-IDX)
               GIVING SPK-VARIANCE ROUNDED
           SUBTRACT SPK-MEAN-SQ FROM SPK-VARIANCE
           IF SPK-VARIANCE NOT > 0
               MOVE 0 TO SPK-ROOT
           ELSE
               MOVE 999999999 TO SPK-ROOT
               PERFORM 3110-NEWTON-STEP THRU 3110-EXIT
                   VARYING SPK-STEP FROM 1 BY 1
                   UNTIL SPK-STEP > 60
           END-IF
           MOVE SPK-ROOT TO SPK-STD-DEV
           MULTIPLY SPK-BAND BY SPK-STD-DEV GIVING SPK-SPREAD
           SUBTRACT SPK-SPREAD FROM SPK-MEAN GIVING SPK-LOW
           ADD SPK-SPREAD TO SPK-MEAN GIVING SPK-HIGH.
       3100-EXIT.
           EXIT.
      *
       3110-NEWTON-STEP.
           DIVIDE SPK-ROOT INTO SPK-VARIANCE GIVING SPK-QUOT
           ADD SPK-ROOT TO SPK-QUOT
           DIVIDE 2 INTO SPK-QUOT GIVING SPK-ROOT.
       3110-EXIT.
           EXIT.
      *
       3200-WRITE-LISTED.
           ADD 1 TO SPK-LISTED-CNT
           MOVE SPK-ACCT-KEY-ID1(SPK-ACCT-IDX) TO SPK-KEY-TXT
           MOVE SPK-ACCT-CUR-AMT(SPK-ACCT-IDX) TO SPK-CUR-TXT
           MOVE SPACES TO SPK-OUT-LINE
           EVALUATE SPK-REASON
               WHEN "WENT TO ZERO"
                   MOVE SPK-ACCT-PRIOR-AMT(SPK-ACCT-IDX) TO SPK-CUR-TXT
                   STRING "KEY-ID1=" SPK-KEY-TXT " " SPK-REASON
                       " PRIOR=" SPK-CUR-TXT
                       DELIMITED BY SIZE
                       INTO SPK-OUT-LINE
                   END-STRING
               WHEN "NEW ACCOUNT"
               WHEN "NOT MEASURED"
                   STRING "KEY-ID1=" SPK-KEY-TXT " " SPK-REASON
                       " CUR=" SPK-CUR-TXT
                       DELIMITED BY SIZE
                       INTO SPK-OUT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE SPK-MEAN TO SPK-AVG-TXT
                   MOVE SPK-STD-DEV TO SPK-SD-TXT
                   MOVE SPK-N TO SPK-N-TXT
                   STRING "KEY-ID1=" SPK-KEY-TXT " " SPK-REASON
                       " CUR=" SPK-CUR-TXT " AVG=" SPK-AVG-TXT
                       " SD=" SPK-SD-TXT " CYCLES=" SPK-N-TXT
                       DELIMITED BY SIZE
                       INTO SPK-OUT-LINE
                   END-STRING
           END-EVALUATE
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE.
       3200-EXIT.
           EXIT.
      *
       4000-WRITE-TOTALS.
           IF NOT SPK-SPIKERPT-OPENED OR SPK-CYC-CNT < 2
               GO TO 4000-EXIT
           END-IF
           IF SPK-LISTED-CNT = 0
               MOVE SPACES TO SPK-OUT-LINE
               STRING "NO ACCOUNT OUTSIDE ITS BAND, NEW OVER THE LIMIT "
                   "OR GONE TO ZERO"
                   DELIMITED BY SIZE INTO SPK-OUT-LINE
               END-STRING
               WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           END-IF
           MOVE SPACES TO SPK-OUT-LINE
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-ROWS-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "HISTORY ROWS READ          " SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-CURRENT-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "ACCOUNTS ON CURRENT CYCLE  " SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-JUDGED-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "JUDGED AGAINST THEIR BAND  " SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-ABOVE-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "  ABOVE BAND               " SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-BELOW-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "  BELOW BAND               " SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-SHORT-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "TOO LITTLE HISTORY TO JUDGE" SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-NEW-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "NEW ACCOUNTS               " SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-NEW-BIG-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "  OVER THE NEW LIMIT       " SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-ZERO-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "WENT TO ZERO               " SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           MOVE SPK-BIG-CNT TO SPK-CNT-TXT
           MOVE SPACES TO SPK-OUT-LINE
           STRING "TOO LARGE TO MEASURE       " SPK-CNT-TXT
               DELIMITED BY SIZE INTO SPK-OUT-LINE
           END-STRING
           WRITE SPIKERPT-RECORD FROM SPK-OUT-LINE
           DISPLAY "USGSPIKE - " SPK-CURRENT-CNT " ACCOUNTS ON CYCLE "
               SPK-CYC-DATE(SPK-CYC-CNT) ", " SPK-LISTED-CNT
               " LISTED"
           IF SPK-LISTED-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "USGSPIKE" TO RNL-WS-PROGRAM
           MOVE SPK-ROWS-CNT     TO RNL-WS-RECORDS-IN
           MOVE SPK-LISTED-CNT   TO RNL-WS-RECORDS-SUSP
           MOVE SPK-ACCT-CNT     TO RNL-WS-TABLE-PEAK (1)
           MOVE SPK-CYC-CNT      TO RNL-WS-TABLE-PEAK (2)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF SPK-SPIKERPT-OPENED
               CLOSE SPIKERPT-FILE
           END-IF.
