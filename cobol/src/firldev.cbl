      ******************************************************************
      **                                                              *
      **  PROGRAM      FIRLDEV                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  LOSS DEVELOPMENT TRIANGLES FROM THE FIRE      *
      **      ALLOCATION HISTORY - THE STEP THAT REPLACES THE         *
      **      QUARTERLY SPREADSHEET REBUILD FROM OLD FIREXT FILES.    *
      **      THE PERIOD EXTRACTS ARE STACKED ONE AFTER ANOTHER ON A  *
      **      SINGLE DD.  EACH RECORD'S FILE-DATE IS ITS EVALUATION   *
      **      PERIOD; ITS ACCIDENT PERIOD IS THE START DATE OF THE    *
      **      CATASTROPHE EVENT FIRCAT TAGGED IT TO, OR THE DATE      *
      **      FIELD AT A CONFIGURED POSITION OF THE RECORD.  THE      *
      **      DEVELOPMENT AGE IS THE NUMBER OF PERIODS BETWEEN THE    *
      **      TWO.                                                    *
      **                                                               *
      **      FOUR COMPONENTS ARE DEVELOPED, EACH THE SUM OF ITS      *
      **      INDM, ALAE AND ULAE AMOUNTS - OS-RSRV, IBNR-RSRV,       *
      **      OS-CAT-R AND IBNR-CAT - BY WRITING-MIS-STATE AND        *
      **      H-CODE.  EACH PERIOD'S AMOUNTS ARE ACCUMULATED ACROSS   *
      **      THE AGES, SO EVERY TRIANGLE CELL IS CUMULATIVE TO ITS   *
      **      AGE.  DD LDVRPT GETS THE PRINTED TRIANGLES WITH A ROW   *
      **      OF VOLUME-WEIGHTED AGE-TO-AGE DEVELOPMENT FACTORS UNDER *
      **      EACH ONE, AND DD LDVDLM THE SAME CELLS AND FACTORS AS   *
      **      PIPE-DELIMITED LINES FOR THE ACTUARIAL MODELS, THE      *
      **      DELIMITER LRUNLOAD AND LRSUMRPT USE.                    *
      **                                                               *
      **      SOURCE (CAT - FIRCAT'S TAGGED RECORDS ON DD CATHIST     *
      **      WITH THE EVENTS ON DD CATEVENT - OR FIELD - PLAIN       *
      **      RECORDS ON DD FIREXT), PERIOD (M, Q OR Y) AND ACCPOS    *
      **      (THE BYTE WHERE THE CCYYMMDD ACCIDENT DATE STARTS)      *
      **      COME FROM THE FIRLDEV ROWS OF THE CENTRAL PARAMETER     *
      **      LIBRARY (DD PARMLIB) IN FORCE ON THE RUN DATE, ELSE     *
      **      FROM THE LDVPRM CARD, ELSE FIELD, Q AND 6 (FILE-DATE    *
      **      ITSELF).  A RECORD FIRCAT LEFT UNASSIGNED, OR WHOSE     *
      **      EVENT IS NOT ON CATEVENT, TAKES ITS ACCIDENT DATE FROM  *
      **      ACCPOS.                                                 *
      **                                                               *
      **      RETURN-CODE 4  - RECORDS WERE LEFT OUT FOR A DATE THAT  *
      **                       IS NOT A DATE, OR AN EVALUATION BEFORE *
      **                       THE ACCIDENT PERIOD.                   *
      **      RETURN-CODE 16 - A FILE COULD NOT BE OPENED, A TABLE    *
      **                       OVERFLOWED OR A RECORD WAS OLDER THAN  *
      **                       THE LAST AGE, SO THE TRIANGLES ARE     *
      **                       INCOMPLETE.                            *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   DELIMIT LDVDLM WITH "|" AND DOT OUT AN      *
      **                   EMBEDDED "|", AS LRUNLOAD AND LRSUMRPT DO.  *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRLDEV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE FIRE ALLOCATION
      *> RECORD'S OVERPUNCHED AMOUNT BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT FIREXT-FILE   ASSIGN TO "FIREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LDV-FIREXT-STATUS.
           SELECT CATHIST-FILE  ASSIGN TO "CATHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LDV-CATHIST-STATUS.
           SELECT CATEVENT-FILE ASSIGN TO "CATEVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDV-CATEVENT-STATUS.
           SELECT OPTIONAL LDVPRM-FILE ASSIGN TO "LDVPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDV-LDVPRM-STATUS.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDV-PARMLIB-STATUS.
           SELECT LDVRPT-FILE   ASSIGN TO "LDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDV-LDVRPT-STATUS.
           SELECT LDVDLM-FILE   ASSIGN TO "LDVDLM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDV-LDVDLM-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIREXT-FILE.
       01  FIREXT-RECORD                   PIC X(487).
      *> FIRCAT'S CATOUT LAYOUT - THE EVENT CODE IN FRONT OF THE
      *> UNCHANGED FIRE ALLOCATION IMAGE.
       FD  CATHIST-FILE.
       01  CATHIST-RECORD.
           05  LDV-HIST-EVENT-CODE         PIC X(06).
           05  LDV-HIST-IMAGE              PIC X(487).
       FD  CATEVENT-FILE.
       COPY CATEVREC.
       FD  LDVPRM-FILE.
       01  LDVPRM-RECORD.
           05  LDV-PARM-SOURCE             PIC X(05).
           05  FILLER                      PIC X(01).
           05  LDV-PARM-PERIOD             PIC X(01).
           05  FILLER                      PIC X(01).
           05  LDV-PARM-ACC-POS            PIC X(03).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  LDVRPT-FILE.
       01  LDVRPT-RECORD                   PIC X(110).
       FD  LDVDLM-FILE.
       01  LDVDLM-RECORD                   PIC X(200).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> EITHER INPUT'S RECORD IS WORKED ON HERE, SO ONE SET OF
      *> FIELD NAMES SERVES BOTH SOURCES.
       COPY FIREALOC.
       01  LDV-FIREXT-STATUS               PIC XX.
           88  LDV-FIREXT-OK               VALUE "00".
       01  LDV-CATHIST-STATUS              PIC XX.
           88  LDV-CATHIST-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE INPUT STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  LDV-INPUT-OPENED-SW             PIC X(01)       VALUE "N".
           88  LDV-INPUT-OPENED            VALUE "Y".
       01  LDV-CATEVENT-STATUS             PIC XX.
           88  LDV-CATEVENT-OK             VALUE "00".
       01  LDV-LDVPRM-STATUS               PIC XX.
           88  LDV-LDVPRM-OK               VALUE "00".
       01  LDV-PARMLIB-STATUS              PIC XX.
           88  LDV-PARMLIB-OK              VALUE "00".
       01  LDV-PARMLIB-EOF-SW              PIC X(01)       VALUE "N".
           88  LDV-PARMLIB-EOF             VALUE "Y".
       01  LDV-SOURCE-FOUND-SW             PIC X(01)       VALUE "N".
           88  LDV-SOURCE-FOUND            VALUE "Y".
       01  LDV-PERIOD-FOUND-SW             PIC X(01)       VALUE "N".
           88  LDV-PERIOD-FOUND            VALUE "Y".
       01  LDV-POS-FOUND-SW                PIC X(01)       VALUE "N".
           88  LDV-POS-FOUND               VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  LDV-LIB-RUN-DATE                PIC 9(08)       VALUE 0.
       01  LDV-LDVRPT-STATUS               PIC XX.
           88  LDV-LDVRPT-OK               VALUE "00".
       01  LDV-LDVDLM-STATUS               PIC XX.
           88  LDV-LDVDLM-OK               VALUE "00".
       01  LDV-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  LDV-OUTPUTS-OPENED          VALUE "Y".
       01  LDV-EOF-SW                      PIC X(01)       VALUE "N".
           88  LDV-EOF                     VALUE "Y".
       01  LDV-EVT-EOF-SW                  PIC X(01)       VALUE "N".
           88  LDV-EVT-EOF                 VALUE "Y".
      *> ----------------------- RUN OPTIONS ---------------------------
       01  LDV-SOURCE                      PIC X(05)
                                           VALUE "FIELD".
           88  LDV-CAT-SOURCE              VALUE "CAT  ".
           88  LDV-FIELD-SOURCE            VALUE "FIELD".
       01  LDV-PERIOD                      PIC X(01)       VALUE "Q".
           88  LDV-MONTHLY                 VALUE "M".
           88  LDV-QUARTERLY               VALUE "Q".
           88  LDV-YEARLY                  VALUE "Y".
           88  LDV-PERIOD-VALID            VALUE "M" "Q" "Y".
      *> THE ACCIDENT DATE IS THE EIGHT BYTES FROM LDV-ACC-POS OF THE
      *> FIRE ALLOCATION IMAGE; 6 IS FILE-DATE ITSELF.
       01  LDV-ACC-POS                     PIC 9(03)       VALUE 6.
       01  LDV-POS-TOKEN                   PIC X(03)       VALUE SPACES.
       01  LDV-POS-TOKEN-9 REDEFINES LDV-POS-TOKEN
                                           PIC 9(03).
       01  LDV-POS-GOOD-SW                 PIC X(01)       VALUE "N".
           88  LDV-POS-GOOD                VALUE "Y".
       01  LDV-PERIOD-NAME                 PIC X(07)       VALUE SPACES.
      *> ----------------------- EVENT TABLE ---------------------------
       01  LDV-EVT-MAX                     PIC 9(04) COMP  VALUE 50.
       01  LDV-EVT-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LDV-EVT-TAB.
           05  LDV-EVT-ENTRY               OCCURS 50 TIMES.
               10  LDV-EVT-CODE            PIC X(06).
               10  LDV-EVT-START           PIC 9(08).
       01  LDV-EX                          PIC 9(04) COMP  VALUE 0.
       01  LDV-EVT-HIT                     PIC 9(04) COMP  VALUE 0.
      *> --------------------- PERIOD NUMBERING ------------------------
      *> A PERIOD IS NUMBERED FROM YEAR ZERO IN ITS OWN UNIT, SO THE
      *> AGE IS A PLAIN SUBTRACTION OF THE TWO NUMBERS.
       01  LDV-WORK-DATE                   PIC X(08)       VALUE SPACES.
       01  LDV-WORK-DATE-9 REDEFINES LDV-WORK-DATE.
           05  LDV-WORK-YYYY               PIC 9(04).
           05  LDV-WORK-MM                 PIC 9(02).
           05  LDV-WORK-DD                 PIC 9(02).
       01  LDV-WORK-NO                     PIC 9(06)       VALUE 0.
       01  LDV-WORK-QTR                    PIC 9(01)       VALUE 0.
       01  LDV-WORK-GOOD-SW                PIC X(01)       VALUE "N".
           88  LDV-WORK-GOOD               VALUE "Y".
       01  LDV-EVAL-NO                     PIC 9(06)       VALUE 0.
       01  LDV-ACC-NO                      PIC 9(06)       VALUE 0.
       01  LDV-AGE                         PIC 9(06)       VALUE 0.
       01  LDV-LATEST-NO                   PIC 9(06)       VALUE 0.
       01  LDV-LBL-NO                      PIC 9(06)       VALUE 0.
       01  LDV-LBL-YEAR                    PIC 9(04)       VALUE 0.
       01  LDV-LBL-REM                     PIC 9(02)       VALUE 0.
       01  LDV-LBL-MONTH                   PIC 9(02)       VALUE 0.
       01  LDV-LBL-QTR                     PIC 9(01)       VALUE 0.
       01  LDV-LABEL                       PIC X(07)       VALUE SPACES.
      *> ------------------------ COMPONENTS ---------------------------
       01  LDV-COMP-NAME-STR.
           05  FILLER                      PIC X(10)
                                           VALUE "OS-RSRV".
           05  FILLER                      PIC X(10)
                                           VALUE "IBNR-RSRV".
           05  FILLER                      PIC X(10)
                                           VALUE "OS-CAT-R".
           05  FILLER                      PIC X(10)
                                           VALUE "IBNR-CAT".
       01  LDV-COMP-NAME-TBL REDEFINES LDV-COMP-NAME-STR.
           05  LDV-COMP-NAME               PIC X(10)
                                           OCCURS 4 TIMES.
       01  LDV-CX                          PIC 9(04) COMP  VALUE 0.
       01  LDV-REC-AMT-TAB.
           05  LDV-REC-AMT                 PIC S9(17)V99
                                           OCCURS 4 TIMES.
      *> ------------------- STATE/H-CODE SEGMENTS ---------------------
      *> ONE ENTRY PER WRITING-MIS-STATE AND H-CODE, KEPT IN KEY ORDER
      *> AS IT FILLS SO THE REPORT NEEDS NO SORT STEP.
       01  LDV-SEG-MAX                     PIC 9(04) COMP  VALUE 200.
       01  LDV-SEG-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LDV-SEG-OVER-CNT                PIC 9(08)       VALUE 0.
       01  LDV-SEG-TAB.
           05  LDV-SEG-ENTRY               OCCURS 200 TIMES.
               10  LDV-SEG-KEY.
                   15  LDV-SEG-STATE       PIC X(02).
                   15  LDV-SEG-HCODE       PIC X(06).
       01  LDV-GX                          PIC 9(04) COMP  VALUE 0.
       01  LDV-SEG-HIT                     PIC 9(04) COMP  VALUE 0.
       01  LDV-KEY-SEG.
           05  LDV-KEY-STATE               PIC X(02).
           05  LDV-KEY-HCODE               PIC X(06).
      *> ---------------------- ACCIDENT PERIODS -----------------------
      *> EVERY ACCIDENT PERIOD SEEN ON ANY RECORD, IN PERIOD ORDER -
      *> THE ROWS OF EVERY TRIANGLE, SO ALL OF THEM LINE UP.
       01  LDV-ACC-MAX                     PIC 9(04) COMP  VALUE 20.
       01  LDV-ACC-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LDV-ACC-OVER-CNT                PIC 9(08)       VALUE 0.
       01  LDV-ACC-TAB.
           05  LDV-ACC-ENTRY               OCCURS 20 TIMES.
               10  LDV-ACC-PER-NO          PIC 9(06).
               10  LDV-ACC-DIAG            PIC 9(04) COMP.
       01  LDV-AX                          PIC 9(04) COMP  VALUE 0.
       01  LDV-ACC-HIT                     PIC 9(04) COMP  VALUE 0.
       01  LDV-SHIFT-IX                    PIC 9(04) COMP  VALUE 0.
      *> -------------------- DEVELOPMENT CELLS ------------------------
      *> ONE ENTRY PER SEGMENT, ACCIDENT PERIOD AND AGE HOLDING THE
      *> PERIOD (NOT YET CUMULATIVE) AMOUNT OF EACH COMPONENT.
       01  LDV-CEL-MAX                     PIC 9(04) COMP  VALUE 5000.
       01  LDV-CEL-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LDV-CEL-OVER-CNT                PIC 9(08)       VALUE 0.
       01  LDV-CEL-TAB.
           05  LDV-CEL-ENTRY               OCCURS 5000 TIMES.
               10  LDV-CEL-KEY.
                   15  LDV-CEL-SEG         PIC X(08).
                   15  LDV-CEL-ACC-NO      PIC 9(06).
                   15  LDV-CEL-AGE         PIC 9(02).
               10  LDV-CEL-AMT             PIC S9(15)V99  COMP-3
                                           OCCURS 4 TIMES.
       01  LDV-LX                          PIC 9(04) COMP  VALUE 0.
       01  LDV-CEL-HIT                     PIC 9(04) COMP  VALUE 0.
       01  LDV-KEY-CEL.
           05  LDV-KEY-CEL-SEG             PIC X(08).
           05  LDV-KEY-CEL-ACC-NO          PIC 9(06).
           05  LDV-KEY-CEL-AGE             PIC 9(02).
      *> ----------------------- WORK TRIANGLE -------------------------
      *> ONE SEGMENT'S ONE COMPONENT, ROW BY ACCIDENT PERIOD AND
      *> COLUMN BY AGE + 1, CUMULATED ACROSS THE ROW BEFORE PRINTING.
       01  LDV-AGE-MAX                     PIC 9(04) COMP  VALUE 20.
       01  LDV-GRD-TAB.
           05  LDV-GRD-ROW                 OCCURS 20 TIMES.
               10  LDV-GRD-AMT             PIC S9(15)V99  COMP-3
                                           OCCURS 20 TIMES.
       01  LDV-RX                          PIC 9(04) COMP  VALUE 0.
       01  LDV-CLX                         PIC 9(04) COMP  VALUE 0.
       01  LDV-NONZERO-SW                  PIC X(01)       VALUE "N".
           88  LDV-NONZERO                 VALUE "Y".
      *> THE NUMBER OF AGE COLUMNS ANY TRIANGLE CAN HOLD - FROM THE
      *> OLDEST ACCIDENT PERIOD TO THE LATEST EVALUATION.
       01  LDV-SHOW-CNT                    PIC 9(04) COMP  VALUE 0.
      *> LDV-FAC (N) DEVELOPS AGE N - 1 TO AGE N.
       01  LDV-FAC-TAB.
           05  LDV-FAC-ENTRY               OCCURS 20 TIMES.
               10  LDV-FAC                 PIC S9(05)V9(04).
               10  LDV-FAC-OK-SW           PIC X(01).
                   88  LDV-FAC-OK          VALUE "Y".
       01  LDV-FAC-NUM                     PIC S9(17)V99   VALUE 0.
       01  LDV-FAC-DEN                     PIC S9(17)V99   VALUE 0.
       01  LDV-BAND-FROM                   PIC 9(04) COMP  VALUE 0.
       01  LDV-BAND-TO                     PIC 9(04) COMP  VALUE 0.
      *> --------------------- RUN COUNTERS ----------------------------
       01  LDV-READ-CNT                    PIC 9(08)       VALUE 0.
       01  LDV-PLACED-CNT                  PIC 9(08)       VALUE 0.
       01  LDV-BAD-DATE-CNT                PIC 9(08)       VALUE 0.
       01  LDV-EARLY-CNT                   PIC 9(08)       VALUE 0.
       01  LDV-TOO-OLD-CNT                 PIC 9(08)       VALUE 0.
       01  LDV-FALLBACK-CNT                PIC 9(08)       VALUE 0.
       01  LDV-SKIPPED-CNT                 PIC 9(08)       VALUE 0.
       01  LDV-TRIANGLE-CNT                PIC 9(08)       VALUE 0.
       01  LDV-DLM-CNT                     PIC 9(08)       VALUE 0.
      *> ----------------------- PRINT LINES ---------------------------
       01  LDV-OUT-LINE                    PIC X(110)      VALUE SPACES.
       01  LDV-OUT-PTR                     PIC 9(03)       VALUE 1.
       01  LDV-AMT-TXT                     PIC -(11)9.99.
       01  LDV-FAC-TXT                     PIC -(9)9.9999.
       01  LDV-AGE-TXT                     PIC ZZ9.
       01  LDV-CNT-TXT                     PIC Z(7)9.
      *> --------------------- DELIMITED LINES -------------------------
      *> EVERY VALUE IS EDITED, MOVED TO LDV-PIECE AND TRIMMED OF ITS
      *> LEADING AND TRAILING BLANKS BEFORE IT IS APPENDED, THE SAME
      *> WAY USGGIS BUILDS ITS INTERCHANGE LINES.
       01  LDV-DLM-LINE                    PIC X(200)      VALUE SPACES.
       01  LDV-DLM-PTR                     PIC 9(03)       VALUE 1.
       01  LDV-DLM-TYPE                    PIC X(08)       VALUE SPACES.
       01  LDV-PIECE                       PIC X(24)       VALUE SPACES.
       01  LDV-PIECE-START                 PIC 9(02)       VALUE 0.
       01  LDV-PIECE-LEN                   PIC 9(02)       VALUE 0.
       01  LDV-DLM-AMT-EDIT                PIC -(15)9.99.
       01  LDV-DLM-FAC-EDIT                PIC -(5)9.9999.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-EVENT THRU 1100-EXIT
               UNTIL LDV-EVT-EOF
           PERFORM 2000-PLACE-ONE-RECORD THRU 2000-EXIT
               UNTIL LDV-EOF
           PERFORM 4000-TRIANGLE-REPORT THRU 4000-EXIT
           PERFORM 8000-SUMMARIZE THRU 8000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-LIBRARY-PARM THRU 1050-EXIT
           PERFORM 1080-READ-PRIVATE-CARD THRU 1080-EXIT
           MOVE "Y" TO LDV-EOF-SW
           MOVE "Y" TO LDV-EVT-EOF-SW
           IF LDV-MONTHLY
               MOVE "MONTH"   TO LDV-PERIOD-NAME
           END-IF
           IF LDV-QUARTERLY
               MOVE "QUARTER" TO LDV-PERIOD-NAME
           END-IF
           IF LDV-YEARLY
               MOVE "YEAR"    TO LDV-PERIOD-NAME
           END-IF
           IF LDV-CAT-SOURCE
               OPEN INPUT CATEVENT-FILE
               IF NOT LDV-CATEVENT-OK
                   DISPLAY "FIRLDEV - UNABLE TO OPEN CATEVENT, STATUS="
                       LDV-CATEVENT-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               OPEN INPUT CATHIST-FILE
               IF NOT LDV-CATHIST-OK
                   DISPLAY "FIRLDEV - UNABLE TO OPEN CATHIST, STATUS="
                       LDV-CATHIST-STATUS
                   CLOSE CATEVENT-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           ELSE
               OPEN INPUT FIREXT-FILE
               IF NOT LDV-FIREXT-OK
                   DISPLAY "FIRLDEV - UNABLE TO OPEN FIREXT, STATUS="
                       LDV-FIREXT-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           MOVE "Y" TO LDV-INPUT-OPENED-SW
           OPEN OUTPUT LDVRPT-FILE
           IF NOT LDV-LDVRPT-OK
               DISPLAY "FIRLDEV - UNABLE TO OPEN LDVRPT, STATUS="
                   LDV-LDVRPT-STATUS
               IF LDV-CAT-SOURCE
                   CLOSE CATEVENT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT LDVDLM-FILE
           IF NOT LDV-LDVDLM-OK
               DISPLAY "FIRLDEV - UNABLE TO OPEN LDVDLM, STATUS="
                   LDV-LDVDLM-STATUS
               CLOSE LDVRPT-FILE
               IF LDV-CAT-SOURCE
                   CLOSE CATEVENT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO LDV-OUTPUTS-OPENED-SW
           MOVE "N" TO LDV-EOF-SW
           IF LDV-CAT-SOURCE
               MOVE "N" TO LDV-EVT-EOF-SW
           END-IF
           DISPLAY "FIRLDEV - SOURCE " LDV-SOURCE ", PERIODS OF A "
               LDV-PERIOD-NAME ", ACCIDENT DATE AT BYTE " LDV-ACC-POS
           MOVE SPACES TO LDVDLM-RECORD
           STRING "TYPE|STATE|H_CODE|COMPONENT|ACCIDENT_PERIOD|"
               "AGE|VALUE" DELIMITED BY SIZE INTO LDVDLM-RECORD
           END-STRING
           WRITE LDVDLM-RECORD.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-LIBRARY-PARM - THE CENTRAL PARAMETER LIBRARY    *
      *  (DD PARMLIB, THE VALUES PARMVAL PROVED BEFORE THE WINDOW     *
      *  OPENED) IS TRIED FIRST; EACH FIRLDEV ROW IT CARRIES WINS     *
      *  OVER THE SAME VALUE ON THE PRIVATE LDVPRM CARD.              *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           ACCEPT LDV-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT LDV-PARMLIB-OK
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-LIB-ROW THRU 1060-EXIT
               UNTIL LDV-PARMLIB-EOF
           CLOSE PARMLIB-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO LDV-PARMLIB-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "FIRLDEV"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > LDV-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < LDV-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-PARM-NAME = "SOURCE" AND NOT LDV-SOURCE-FOUND
               IF PRM-PARM-VALUE(1:5) = "CAT  "
                   OR PRM-PARM-VALUE(1:5) = "FIELD"
                   MOVE PRM-PARM-VALUE(1:5) TO LDV-SOURCE
                   MOVE "Y" TO LDV-SOURCE-FOUND-SW
               ELSE
                   DISPLAY "FIRLDEV - PARMLIB SOURCE IS NOT CAT OR "
                       "FIELD - THE LDVPRM CARD OR DEFAULT IS USED"
               END-IF
           END-IF
           IF PRM-PARM-NAME = "PERIOD" AND NOT LDV-PERIOD-FOUND
               IF PRM-PARM-VALUE(1:1) = "M" OR "Q" OR "Y"
                   MOVE PRM-PARM-VALUE(1:1) TO LDV-PERIOD
                   MOVE "Y" TO LDV-PERIOD-FOUND-SW
               ELSE
                   DISPLAY "FIRLDEV - PARMLIB PERIOD IS NOT M, Q OR "
                       "Y - THE LDVPRM CARD OR DEFAULT IS USED"
               END-IF
           END-IF
           IF PRM-PARM-NAME = "ACCPOS" AND NOT LDV-POS-FOUND
               MOVE PRM-PARM-VALUE(1:3) TO LDV-POS-TOKEN
               PERFORM 1070-PROVE-ACC-POS THRU 1070-EXIT
               IF LDV-POS-GOOD
                   MOVE LDV-POS-TOKEN-9 TO LDV-ACC-POS
                   MOVE "Y" TO LDV-POS-FOUND-SW
               ELSE
                   DISPLAY "FIRLDEV - PARMLIB ACCPOS IS NOT A BYTE "
                       "FROM 001 TO 480 - THE LDVPRM CARD OR DEFAULT "
                       "IS USED"
               END-IF
           END-IF.
       1060-EXIT.
           EXIT.
      *
      *> THE EIGHT-BYTE DATE MUST LIE WHOLLY INSIDE THE 487-BYTE
      *> IMAGE.
       1070-PROVE-ACC-POS.
           MOVE "N" TO LDV-POS-GOOD-SW
           IF LDV-POS-TOKEN IS NOT NUMERIC
               GO TO 1070-EXIT
           END-IF
           IF LDV-POS-TOKEN-9 = 0 OR LDV-POS-TOKEN-9 > 480
               GO TO 1070-EXIT
           END-IF
           MOVE "Y" TO LDV-POS-GOOD-SW.
       1070-EXIT.
           EXIT.
      *
      *> THE CARD FILLS ONLY WHAT THE LIBRARY DID NOT; A FIELD LEFT
      *> BLANK OR NOT VALID ON IT KEEPS THE DEFAULT.
       1080-READ-PRIVATE-CARD.
           OPEN INPUT LDVPRM-FILE
           IF NOT LDV-LDVPRM-OK
               GO TO 1080-EXIT
           END-IF
           READ LDVPRM-FILE
               AT END
                   CLOSE LDVPRM-FILE
                   GO TO 1080-EXIT
           END-READ
           CLOSE LDVPRM-FILE
           IF NOT LDV-SOURCE-FOUND
               AND (LDV-PARM-SOURCE = "CAT  "
                    OR LDV-PARM-SOURCE = "FIELD")
               MOVE LDV-PARM-SOURCE TO LDV-SOURCE
           END-IF
           IF NOT LDV-PERIOD-FOUND
               AND (LDV-PARM-PERIOD = "M" OR "Q" OR "Y")
               MOVE LDV-PARM-PERIOD TO LDV-PERIOD
           END-IF
           IF NOT LDV-POS-FOUND
               AND LDV-PARM-ACC-POS NOT = SPACES
               MOVE LDV-PARM-ACC-POS TO LDV-POS-TOKEN
               PERFORM 1070-PROVE-ACC-POS THRU 1070-EXIT
               IF LDV-POS-GOOD
                   MOVE LDV-POS-TOKEN-9 TO LDV-ACC-POS
               ELSE
                   DISPLAY "FIRLDEV - LDVPRM ACCIDENT DATE POSITION "
                       "IS NOT A BYTE FROM 001 TO 480 - THE DEFAULT "
                       "IS USED"
               END-IF
           END-IF.
       1080-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-EVENT.
           READ CATEVENT-FILE
               AT END
                   MOVE "Y" TO LDV-EVT-EOF-SW
                   CLOSE CATEVENT-FILE
                   GO TO 1100-EXIT
           END-READ
           IF LDV-EVT-CNT >= LDV-EVT-MAX
               DISPLAY "FIRLDEV - EVENT TABLE FULL AT " LDV-EVT-MAX
                   " - REMAINDER IGNORED"
               MOVE "Y" TO LDV-EVT-EOF-SW
               CLOSE CATEVENT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO LDV-EVT-CNT
           MOVE CEV-EVENT-CODE TO LDV-EVT-CODE (LDV-EVT-CNT)
           MOVE CEV-START-DATE TO LDV-EVT-START (LDV-EVT-CNT).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-PLACE-ONE-RECORD - THE EVALUATION AND ACCIDENT PERIODS  *
      *  GIVE THE AGE; THE RECORD'S FOUR COMPONENT AMOUNTS ARE ADDED  *
      *  TO ITS SEGMENT'S CELL FOR THAT ACCIDENT PERIOD AND AGE.      *
      ******************************************************************
       2000-PLACE-ONE-RECORD.
           IF LDV-CAT-SOURCE
               READ CATHIST-FILE
                   AT END
                       MOVE "Y" TO LDV-EOF-SW
                       GO TO 2000-EXIT
               END-READ
               MOVE LDV-HIST-IMAGE TO FDW-FIRE-ALLOC-REC
           ELSE
               READ FIREXT-FILE INTO FDW-FIRE-ALLOC-REC
                   AT END
                       MOVE "Y" TO LDV-EOF-SW
                       GO TO 2000-EXIT
               END-READ
           END-IF
           ADD 1 TO LDV-READ-CNT
           MOVE FILE-DATE TO LDV-WORK-DATE
           PERFORM 2500-NUMBER-PERIOD THRU 2500-EXIT
           IF NOT LDV-WORK-GOOD
               ADD 1 TO LDV-BAD-DATE-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE LDV-WORK-NO TO LDV-EVAL-NO
           PERFORM 2100-FIND-ACCIDENT-DATE THRU 2100-EXIT
           PERFORM 2500-NUMBER-PERIOD THRU 2500-EXIT
           IF NOT LDV-WORK-GOOD
               ADD 1 TO LDV-BAD-DATE-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE LDV-WORK-NO TO LDV-ACC-NO
           IF LDV-ACC-NO > LDV-EVAL-NO
               ADD 1 TO LDV-EARLY-CNT
               GO TO 2000-EXIT
           END-IF
           SUBTRACT LDV-ACC-NO FROM LDV-EVAL-NO GIVING LDV-AGE
           IF LDV-AGE NOT < LDV-AGE-MAX
               ADD 1 TO LDV-TOO-OLD-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE WRITING-MIS-STATE TO LDV-KEY-STATE
           MOVE H-CODE            TO LDV-KEY-HCODE
           PERFORM 2200-FIND-SEGMENT THRU 2200-EXIT
           IF LDV-SEG-HIT = 0
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-FIND-ACCIDENT THRU 2300-EXIT
           IF LDV-ACC-HIT = 0
               GO TO 2000-EXIT
           END-IF
           MOVE LDV-KEY-SEG TO LDV-KEY-CEL-SEG
           MOVE LDV-ACC-NO  TO LDV-KEY-CEL-ACC-NO
           MOVE LDV-AGE     TO LDV-KEY-CEL-AGE
           PERFORM 2400-FIND-CELL THRU 2400-EXIT
           IF LDV-CEL-HIT = 0
               GO TO 2000-EXIT
           END-IF
           COMPUTE LDV-REC-AMT (1) =
               PAF-AMT-NUM (13) + PAF-AMT-NUM (14) + PAF-AMT-NUM (15)
           COMPUTE LDV-REC-AMT (2) =
               PAF-AMT-NUM (10) + PAF-AMT-NUM (11) + PAF-AMT-NUM (12)
           COMPUTE LDV-REC-AMT (3) =
               LAF-AMT-NUM (7) + LAF-AMT-NUM (8) + LAF-AMT-NUM (9)
           COMPUTE LDV-REC-AMT (4) =
               LAF-AMT-NUM (4) + LAF-AMT-NUM (5) + LAF-AMT-NUM (6)
           PERFORM 2010-ADD-ONE-COMPONENT THRU 2010-EXIT
               VARYING LDV-CX FROM 1 BY 1
               UNTIL LDV-CX > 4
           IF LDV-EVAL-NO > LDV-LATEST-NO
               MOVE LDV-EVAL-NO TO LDV-LATEST-NO
           END-IF
           ADD 1 TO LDV-PLACED-CNT.
       2000-EXIT.
           EXIT.
      *
       2010-ADD-ONE-COMPONENT.
           ADD LDV-REC-AMT (LDV-CX)
               TO LDV-CEL-AMT (LDV-CEL-HIT LDV-CX).
       2010-EXIT.
           EXIT.
      *
      *> LEAVES THE ACCIDENT DATE IN LDV-WORK-DATE - THE TAGGED
      *> EVENT'S START DATE, OR THE CONFIGURED FIELD OF THE RECORD.
       2100-FIND-ACCIDENT-DATE.
           IF LDV-CAT-SOURCE
               MOVE 0 TO LDV-EVT-HIT
               PERFORM 2110-MATCH-ONE-EVENT THRU 2110-EXIT
                   VARYING LDV-EX FROM 1 BY 1
                   UNTIL LDV-EX > LDV-EVT-CNT OR LDV-EVT-HIT > 0
               IF LDV-EVT-HIT > 0
                   MOVE LDV-EVT-START (LDV-EVT-HIT) TO LDV-WORK-DATE
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO LDV-FALLBACK-CNT
           END-IF
           MOVE FDW-FIRE-ALLOC-REC (LDV-ACC-POS:8) TO LDV-WORK-DATE.
       2100-EXIT.
           EXIT.
      *
       2110-MATCH-ONE-EVENT.
           IF LDV-EVT-CODE (LDV-EX) = LDV-HIST-EVENT-CODE
               MOVE LDV-EX TO LDV-EVT-HIT
           END-IF.
       2110-EXIT.
           EXIT.
      *
      *> LDV-SEG-HIT COMES BACK AS LDV-KEY-SEG'S ENTRY, OR ZERO WHEN A
      *> NEW SEGMENT WOULD NOT FIT.  LDV-GX STOPS ON THE FIRST ENTRY
      *> NOT BELOW THE KEY - THE MATCH, OR WHERE A NEW ONE GOES.
       2200-FIND-SEGMENT.
           MOVE 0 TO LDV-SEG-HIT
           PERFORM 2900-STEP-PAST-ONE-ENTRY THRU 2900-EXIT
               VARYING LDV-GX FROM 1 BY 1
               UNTIL LDV-GX > LDV-SEG-CNT
               OR LDV-SEG-KEY (LDV-GX) NOT < LDV-KEY-SEG
           IF LDV-GX NOT > LDV-SEG-CNT
               IF LDV-SEG-KEY (LDV-GX) = LDV-KEY-SEG
                   MOVE LDV-GX TO LDV-SEG-HIT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF LDV-SEG-CNT NOT < LDV-SEG-MAX
               ADD 1 TO LDV-SEG-OVER-CNT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-SHIFT-ONE-SEGMENT THRU 2210-EXIT
               VARYING LDV-SHIFT-IX FROM LDV-SEG-CNT BY -1
               UNTIL LDV-SHIFT-IX < LDV-GX
           ADD 1 TO LDV-SEG-CNT
           MOVE LDV-KEY-SEG TO LDV-SEG-KEY (LDV-GX)
           MOVE LDV-GX TO LDV-SEG-HIT.
       2200-EXIT.
           EXIT.
      *
       2210-SHIFT-ONE-SEGMENT.
           MOVE LDV-SEG-ENTRY (LDV-SHIFT-IX)
               TO LDV-SEG-ENTRY (LDV-SHIFT-IX + 1).
       2210-EXIT.
           EXIT.
      *
      *> THE SAME ORDERED FIND-OR-INSERT AS 2200, ON LDV-ACC-NO.
       2300-FIND-ACCIDENT.
           MOVE 0 TO LDV-ACC-HIT
           PERFORM 2900-STEP-PAST-ONE-ENTRY THRU 2900-EXIT
               VARYING LDV-AX FROM 1 BY 1
               UNTIL LDV-AX > LDV-ACC-CNT
               OR LDV-ACC-PER-NO (LDV-AX) NOT < LDV-ACC-NO
           IF LDV-AX NOT > LDV-ACC-CNT
               IF LDV-ACC-PER-NO (LDV-AX) = LDV-ACC-NO
                   MOVE LDV-AX TO LDV-ACC-HIT
                   GO TO 2300-EXIT
               END-IF
           END-IF
           IF LDV-ACC-CNT NOT < LDV-ACC-MAX
               ADD 1 TO LDV-ACC-OVER-CNT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-SHIFT-ONE-ACCIDENT THRU 2310-EXIT
               VARYING LDV-SHIFT-IX FROM LDV-ACC-CNT BY -1
               UNTIL LDV-SHIFT-IX < LDV-AX
           ADD 1 TO LDV-ACC-CNT
           MOVE LDV-ACC-NO TO LDV-ACC-PER-NO (LDV-AX)
           MOVE 0 TO LDV-ACC-DIAG (LDV-AX)
           MOVE LDV-AX TO LDV-ACC-HIT.
       2300-EXIT.
           EXIT.
      *
       2310-SHIFT-ONE-ACCIDENT.
           MOVE LDV-ACC-ENTRY (LDV-SHIFT-IX)
               TO LDV-ACC-ENTRY (LDV-SHIFT-IX + 1).
       2310-EXIT.
           EXIT.
      *
      *> CELLS ARE ONLY EVER LOOKED UP BY KEY, SO A NEW ONE GOES ON
      *> THE END.
       2400-FIND-CELL.
           MOVE 0 TO LDV-CEL-HIT
           PERFORM 2410-MATCH-ONE-CELL THRU 2410-EXIT
               VARYING LDV-LX FROM 1 BY 1
               UNTIL LDV-LX > LDV-CEL-CNT OR LDV-CEL-HIT > 0
           IF LDV-CEL-HIT > 0
               GO TO 2400-EXIT
           END-IF
           IF LDV-CEL-CNT NOT < LDV-CEL-MAX
               ADD 1 TO LDV-CEL-OVER-CNT
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO LDV-CEL-CNT
           MOVE LDV-KEY-CEL TO LDV-CEL-KEY (LDV-CEL-CNT)
           MOVE 0 TO LDV-CEL-AMT (LDV-CEL-CNT 1)
           MOVE 0 TO LDV-CEL-AMT (LDV-CEL-CNT 2)
           MOVE 0 TO LDV-CEL-AMT (LDV-CEL-CNT 3)
           MOVE 0 TO LDV-CEL-AMT (LDV-CEL-CNT 4)
           MOVE LDV-CEL-CNT TO LDV-CEL-HIT.
       2400-EXIT.
           EXIT.
      *
       2410-MATCH-ONE-CELL.
           IF LDV-CEL-KEY (LDV-LX) = LDV-KEY-CEL
               MOVE LDV-LX TO LDV-CEL-HIT
           END-IF.
       2410-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-NUMBER-PERIOD - LDV-WORK-DATE (CCYYMMDD) TO ITS PERIOD  *
      *  NUMBER IN LDV-WORK-NO: CCYY * 12 + MONTH - 1 FOR MONTHS,     *
      *  CCYY * 4 + QUARTER - 1 FOR QUARTERS, CCYY FOR YEARS.  ONLY   *
      *  THE YEAR AND MONTH ARE PROVED - THE DAY DOES NOT MOVE THE    *
      *  PERIOD.                                                      *
      ******************************************************************
       2500-NUMBER-PERIOD.
           MOVE "N" TO LDV-WORK-GOOD-SW
           IF LDV-WORK-DATE(1:6) IS NOT NUMERIC
               GO TO 2500-EXIT
           END-IF
           IF LDV-WORK-MM < 1 OR LDV-WORK-MM > 12
               GO TO 2500-EXIT
           END-IF
           IF LDV-MONTHLY
               COMPUTE LDV-WORK-NO =
                   LDV-WORK-YYYY * 12 + LDV-WORK-MM - 1
           END-IF
           IF LDV-QUARTERLY
               COMPUTE LDV-WORK-QTR = (LDV-WORK-MM - 1) / 3
               COMPUTE LDV-WORK-NO =
                   LDV-WORK-YYYY * 4 + LDV-WORK-QTR
           END-IF
           IF LDV-YEARLY
               MOVE LDV-WORK-YYYY TO LDV-WORK-NO
           END-IF
           MOVE "Y" TO LDV-WORK-GOOD-SW.
       2500-EXIT.
           EXIT.
      *
      *> LDV-LBL-NO BACK TO ITS PRINTED NAME - 2026-03, 2026Q1 OR
      *> 2026.
       2600-LABEL-PERIOD.
           MOVE SPACES TO LDV-LABEL
           IF LDV-MONTHLY
               DIVIDE LDV-LBL-NO BY 12 GIVING LDV-LBL-YEAR
                   REMAINDER LDV-LBL-REM
               ADD 1 LDV-LBL-REM GIVING LDV-LBL-MONTH
               STRING LDV-LBL-YEAR "-" LDV-LBL-MONTH
                   DELIMITED BY SIZE INTO LDV-LABEL
               END-STRING
           END-IF
           IF LDV-QUARTERLY
               DIVIDE LDV-LBL-NO BY 4 GIVING LDV-LBL-YEAR
                   REMAINDER LDV-LBL-REM
               ADD 1 LDV-LBL-REM GIVING LDV-LBL-QTR
               STRING LDV-LBL-YEAR "Q" LDV-LBL-QTR
                   DELIMITED BY SIZE INTO LDV-LABEL
               END-STRING
           END-IF
           IF LDV-YEARLY
               MOVE LDV-LBL-NO TO LDV-LBL-YEAR
               MOVE LDV-LBL-YEAR TO LDV-LABEL
           END-IF.
       2600-EXIT.
           EXIT.
      *
       2900-STEP-PAST-ONE-ENTRY.
           CONTINUE.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-TRIANGLE-REPORT - EACH ACCIDENT PERIOD'S LAST OBSERVED  *
      *  AGE IS ITS DISTANCE FROM THE LATEST EVALUATION ON FILE;      *
      *  CELLS PAST IT ARE THE FUTURE AND PRINT BLANK.  EVERY         *
      *  SEGMENT THEN PRINTS ITS FOUR COMPONENT TRIANGLES.            *
      ******************************************************************
       4000-TRIANGLE-REPORT.
           IF NOT LDV-OUTPUTS-OPENED
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO LDV-OUT-LINE
           STRING "FIRE LOSS DEVELOPMENT TRIANGLES - CUMULATIVE BY "
               "AGE IN PERIODS OF A " DELIMITED BY SIZE
               LDV-PERIOD-NAME DELIMITED BY SPACE
               INTO LDV-OUT-LINE
           END-STRING
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           MOVE SPACES TO LDV-OUT-LINE
           IF LDV-CAT-SOURCE
               STRING "ACCIDENT PERIOD FROM THE FIRCAT EVENT, ELSE "
                   "THE DATE AT BYTE " LDV-ACC-POS
                   DELIMITED BY SIZE INTO LDV-OUT-LINE
               END-STRING
           ELSE
               STRING "ACCIDENT PERIOD FROM THE DATE AT BYTE "
                   LDV-ACC-POS
                   DELIMITED BY SIZE INTO LDV-OUT-LINE
               END-STRING
           END-IF
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           IF LDV-ACC-CNT = 0
               MOVE "NO RECORD COULD BE PLACED - NO TRIANGLES"
                   TO LDV-OUT-LINE
               WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
               GO TO 4000-EXIT
           END-IF
           MOVE LDV-LATEST-NO TO LDV-LBL-NO
           PERFORM 2600-LABEL-PERIOD THRU 2600-EXIT
           MOVE SPACES TO LDV-OUT-LINE
           STRING "LATEST EVALUATION " LDV-LABEL
               DELIMITED BY SIZE INTO LDV-OUT-LINE
           END-STRING
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           PERFORM 4010-SET-ONE-DIAGONAL THRU 4010-EXIT
               VARYING LDV-AX FROM 1 BY 1
               UNTIL LDV-AX > LDV-ACC-CNT
           COMPUTE LDV-SHOW-CNT = LDV-ACC-DIAG (1) + 1
           PERFORM 4100-REPORT-ONE-SEGMENT THRU 4100-EXIT
               VARYING LDV-GX FROM 1 BY 1
               UNTIL LDV-GX > LDV-SEG-CNT.
       4000-EXIT.
           EXIT.
      *
      *> NO CELL IS KEPT PAST THE LAST AGE, SO NO ROW IS OBSERVED
      *> PAST IT EITHER.
       4010-SET-ONE-DIAGONAL.
           SUBTRACT LDV-ACC-PER-NO (LDV-AX) FROM LDV-LATEST-NO
               GIVING LDV-ACC-DIAG (LDV-AX)
           IF LDV-ACC-DIAG (LDV-AX) NOT < LDV-AGE-MAX
               SUBTRACT 1 FROM LDV-AGE-MAX GIVING LDV-ACC-DIAG (LDV-AX)
           END-IF.
       4010-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-SEGMENT.
           MOVE SPACES TO LDVRPT-RECORD
           WRITE LDVRPT-RECORD
           MOVE SPACES TO LDV-OUT-LINE
           STRING "WRITING-MIS-STATE " LDV-SEG-STATE (LDV-GX)
               "   H-CODE " LDV-SEG-HCODE (LDV-GX)
               DELIMITED BY SIZE INTO LDV-OUT-LINE
           END-STRING
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           PERFORM 4200-REPORT-ONE-COMPONENT THRU 4200-EXIT
               VARYING LDV-CX FROM 1 BY 1
               UNTIL LDV-CX > 4.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4200-REPORT-ONE-COMPONENT - THE SEGMENT'S CELLS ARE SPREAD   *
      *  INTO THE WORK TRIANGLE, CUMULATED ALONG EACH ROW, AND THE    *
      *  FACTORS TAKEN FROM IT: AGE N - 1 TO N IS THE SUM AT AGE N    *
      *  OVER THE SUM AT AGE N - 1, BOTH OVER THE ACCIDENT PERIODS    *
      *  OBSERVED AT AGE N.  A COMPONENT WITH NO MONEY IN ANY CELL    *
      *  GETS ONE LINE SAYING SO.                                     *
      ******************************************************************
       4200-REPORT-ONE-COMPONENT.
           INITIALIZE LDV-GRD-TAB
           MOVE "N" TO LDV-NONZERO-SW
           PERFORM 4210-SPREAD-ONE-CELL THRU 4210-EXIT
               VARYING LDV-LX FROM 1 BY 1
               UNTIL LDV-LX > LDV-CEL-CNT
           IF NOT LDV-NONZERO
               MOVE SPACES TO LDV-OUT-LINE
               STRING "  " LDV-COMP-NAME (LDV-CX)
                   " - NO AMOUNTS IN ANY PERIOD"
                   DELIMITED BY SIZE INTO LDV-OUT-LINE
               END-STRING
               WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO LDV-TRIANGLE-CNT
           PERFORM 4220-CUMULATE-ONE-ROW THRU 4220-EXIT
               VARYING LDV-RX FROM 1 BY 1
               UNTIL LDV-RX > LDV-ACC-CNT
           PERFORM 4240-TAKE-ONE-FACTOR THRU 4240-EXIT
               VARYING LDV-CLX FROM 2 BY 1
               UNTIL LDV-CLX > LDV-SHOW-CNT
           MOVE SPACES TO LDV-OUT-LINE
           STRING "  " LDV-COMP-NAME (LDV-CX)
               DELIMITED BY SIZE INTO LDV-OUT-LINE
           END-STRING
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           PERFORM 4300-PRINT-ONE-BAND THRU 4300-EXIT
               VARYING LDV-BAND-FROM FROM 1 BY 6
               UNTIL LDV-BAND-FROM > LDV-SHOW-CNT
           PERFORM 4400-DELIMIT-ONE-ROW THRU 4400-EXIT
               VARYING LDV-RX FROM 1 BY 1
               UNTIL LDV-RX > LDV-ACC-CNT
           PERFORM 4450-DELIMIT-ONE-FACTOR THRU 4450-EXIT
               VARYING LDV-CLX FROM 2 BY 1
               UNTIL LDV-CLX > LDV-SHOW-CNT.
       4200-EXIT.
           EXIT.
      *
      *> ONLY THIS SEGMENT'S CELLS; THE ROW IS FOUND BY ITS ACCIDENT
      *> PERIOD, THE COLUMN IS THE AGE + 1.
       4210-SPREAD-ONE-CELL.
           IF LDV-CEL-SEG (LDV-LX) NOT = LDV-SEG-KEY (LDV-GX)
               GO TO 4210-EXIT
           END-IF
           MOVE 0 TO LDV-ACC-HIT
           PERFORM 4215-MATCH-ONE-ROW THRU 4215-EXIT
               VARYING LDV-AX FROM 1 BY 1
               UNTIL LDV-AX > LDV-ACC-CNT OR LDV-ACC-HIT > 0
           IF LDV-ACC-HIT = 0
               GO TO 4210-EXIT
           END-IF
           ADD 1 LDV-CEL-AGE (LDV-LX) GIVING LDV-CLX
           ADD LDV-CEL-AMT (LDV-LX LDV-CX)
               TO LDV-GRD-AMT (LDV-ACC-HIT LDV-CLX)
           IF LDV-CEL-AMT (LDV-LX LDV-CX) NOT = 0
               MOVE "Y" TO LDV-NONZERO-SW
           END-IF.
       4210-EXIT.
           EXIT.
      *
       4215-MATCH-ONE-ROW.
           IF LDV-ACC-PER-NO (LDV-AX) = LDV-CEL-ACC-NO (LDV-LX)
               MOVE LDV-AX TO LDV-ACC-HIT
           END-IF.
       4215-EXIT.
           EXIT.
      *
       4220-CUMULATE-ONE-ROW.
           PERFORM 4230-CARRY-ONE-COLUMN THRU 4230-EXIT
               VARYING LDV-CLX FROM 2 BY 1
               UNTIL LDV-CLX > LDV-AGE-MAX.
       4220-EXIT.
           EXIT.
      *
       4230-CARRY-ONE-COLUMN.
           ADD LDV-GRD-AMT (LDV-RX LDV-CLX - 1)
               TO LDV-GRD-AMT (LDV-RX LDV-CLX).
       4230-EXIT.
           EXIT.
      *
      *> LDV-CLX IS THE LATER COLUMN (AGE LDV-CLX - 1); A ROW TAKES
      *> PART WHEN THAT AGE IS OBSERVED FOR IT.
       4240-TAKE-ONE-FACTOR.
           MOVE 0 TO LDV-FAC-NUM
           MOVE 0 TO LDV-FAC-DEN
           MOVE 0 TO LDV-FAC (LDV-CLX)
           MOVE "N" TO LDV-FAC-OK-SW (LDV-CLX)
           PERFORM 4250-ADD-ONE-FACTOR-ROW THRU 4250-EXIT
               VARYING LDV-RX FROM 1 BY 1
               UNTIL LDV-RX > LDV-ACC-CNT
           IF LDV-FAC-DEN = 0
               GO TO 4240-EXIT
           END-IF
           DIVIDE LDV-FAC-NUM BY LDV-FAC-DEN
               GIVING LDV-FAC (LDV-CLX) ROUNDED
               ON SIZE ERROR
                   GO TO 4240-EXIT
           END-DIVIDE
           MOVE "Y" TO LDV-FAC-OK-SW (LDV-CLX).
       4240-EXIT.
           EXIT.
      *
       4250-ADD-ONE-FACTOR-ROW.
           IF LDV-ACC-DIAG (LDV-RX) + 1 < LDV-CLX
               GO TO 4250-EXIT
           END-IF
           ADD LDV-GRD-AMT (LDV-RX LDV-CLX) TO LDV-FAC-NUM
           ADD LDV-GRD-AMT (LDV-RX LDV-CLX - 1) TO LDV-FAC-DEN.
       4250-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4300-PRINT-ONE-BAND - UP TO SIX AGE COLUMNS ACROSS THE PAGE: *
      *  A HEADING, ONE LINE PER ACCIDENT PERIOD AND THE FACTOR LINE, *
      *  EACH FACTOR UNDER THE AGE IT DEVELOPS FROM.                  *
      ******************************************************************
       4300-PRINT-ONE-BAND.
           COMPUTE LDV-BAND-TO = LDV-BAND-FROM + 5
           IF LDV-BAND-TO > LDV-SHOW-CNT
               MOVE LDV-SHOW-CNT TO LDV-BAND-TO
           END-IF
           MOVE SPACES TO LDV-OUT-LINE
           MOVE "  ACCIDENT" TO LDV-OUT-LINE
           MOVE 11 TO LDV-OUT-PTR
           PERFORM 4310-HEAD-ONE-COLUMN THRU 4310-EXIT
               VARYING LDV-CLX FROM LDV-BAND-FROM BY 1
               UNTIL LDV-CLX > LDV-BAND-TO
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           PERFORM 4320-PRINT-ONE-ROW THRU 4320-EXIT
               VARYING LDV-RX FROM 1 BY 1
               UNTIL LDV-RX > LDV-ACC-CNT
           MOVE SPACES TO LDV-OUT-LINE
           MOVE "  FACTOR" TO LDV-OUT-LINE
           MOVE 11 TO LDV-OUT-PTR
           PERFORM 4340-FACTOR-ONE-COLUMN THRU 4340-EXIT
               VARYING LDV-CLX FROM LDV-BAND-FROM BY 1
               UNTIL LDV-CLX > LDV-BAND-TO
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE.
       4300-EXIT.
           EXIT.
      *
       4310-HEAD-ONE-COLUMN.
           SUBTRACT 1 FROM LDV-CLX GIVING LDV-AGE
           MOVE LDV-AGE TO LDV-AGE-TXT
           STRING "          AGE" LDV-AGE-TXT
               DELIMITED BY SIZE INTO LDV-OUT-LINE
               WITH POINTER LDV-OUT-PTR
           END-STRING.
       4310-EXIT.
           EXIT.
      *
       4320-PRINT-ONE-ROW.
           MOVE LDV-ACC-PER-NO (LDV-RX) TO LDV-LBL-NO
           PERFORM 2600-LABEL-PERIOD THRU 2600-EXIT
           MOVE SPACES TO LDV-OUT-LINE
           STRING "  " LDV-LABEL DELIMITED BY SIZE
               INTO LDV-OUT-LINE
           END-STRING
           MOVE 11 TO LDV-OUT-PTR
           PERFORM 4330-PRINT-ONE-CELL THRU 4330-EXIT
               VARYING LDV-CLX FROM LDV-BAND-FROM BY 1
               UNTIL LDV-CLX > LDV-BAND-TO
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE.
       4320-EXIT.
           EXIT.
      *
      *> A CELL PAST THE ROW'S LAST OBSERVED AGE STAYS BLANK.
       4330-PRINT-ONE-CELL.
           IF LDV-CLX > LDV-ACC-DIAG (LDV-RX) + 1
               ADD 16 TO LDV-OUT-PTR
               GO TO 4330-EXIT
           END-IF
           MOVE LDV-GRD-AMT (LDV-RX LDV-CLX) TO LDV-AMT-TXT
           STRING " " LDV-AMT-TXT
               DELIMITED BY SIZE INTO LDV-OUT-LINE
               WITH POINTER LDV-OUT-PTR
           END-STRING.
       4330-EXIT.
           EXIT.
      *
       4340-FACTOR-ONE-COLUMN.
           IF LDV-CLX NOT < LDV-SHOW-CNT
               GO TO 4340-EXIT
           END-IF
           IF LDV-FAC-OK (LDV-CLX + 1)
               MOVE LDV-FAC (LDV-CLX + 1) TO LDV-FAC-TXT
               STRING " " LDV-FAC-TXT
                   DELIMITED BY SIZE INTO LDV-OUT-LINE
                   WITH POINTER LDV-OUT-PTR
               END-STRING
           ELSE
               STRING "             N/A"
                   DELIMITED BY SIZE INTO LDV-OUT-LINE
                   WITH POINTER LDV-OUT-PTR
               END-STRING
           END-IF.
       4340-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4400-DELIMIT-ONE-ROW - ONE TRIANGLE LINE PER OBSERVED CELL:  *
      *  TRIANGLE,STATE,H-CODE,COMPONENT,ACCIDENT PERIOD,AGE,AMOUNT.  *
      ******************************************************************
       4400-DELIMIT-ONE-ROW.
           MOVE LDV-ACC-PER-NO (LDV-RX) TO LDV-LBL-NO
           PERFORM 2600-LABEL-PERIOD THRU 2600-EXIT
           PERFORM 4410-DELIMIT-ONE-CELL THRU 4410-EXIT
               VARYING LDV-CLX FROM 1 BY 1
               UNTIL LDV-CLX > LDV-ACC-DIAG (LDV-RX) + 1.
       4400-EXIT.
           EXIT.
      *
       4410-DELIMIT-ONE-CELL.
           MOVE "TRIANGLE" TO LDV-DLM-TYPE
           PERFORM 5000-START-DLM-LINE THRU 5000-EXIT
           MOVE LDV-LABEL TO LDV-PIECE
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT
           SUBTRACT 1 FROM LDV-CLX GIVING LDV-AGE
           MOVE LDV-AGE TO LDV-AGE-TXT
           MOVE LDV-AGE-TXT TO LDV-PIECE
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT
           MOVE LDV-GRD-AMT (LDV-RX LDV-CLX) TO LDV-DLM-AMT-EDIT
           MOVE LDV-DLM-AMT-EDIT TO LDV-PIECE
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT
           WRITE LDVDLM-RECORD FROM LDV-DLM-LINE
           ADD 1 TO LDV-DLM-CNT.
       4410-EXIT.
           EXIT.
      *
      *> FACTOR|STATE|H-CODE|COMPONENT||FROM AGE|FACTOR - THE VALUE
      *> IS EMPTY WHERE NO FACTOR COULD BE TAKEN.
       4450-DELIMIT-ONE-FACTOR.
           MOVE "FACTOR" TO LDV-DLM-TYPE
           PERFORM 5000-START-DLM-LINE THRU 5000-EXIT
           MOVE SPACES TO LDV-PIECE
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT
           SUBTRACT 2 FROM LDV-CLX GIVING LDV-AGE
           MOVE LDV-AGE TO LDV-AGE-TXT
           MOVE LDV-AGE-TXT TO LDV-PIECE
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT
           MOVE SPACES TO LDV-PIECE
           IF LDV-FAC-OK (LDV-CLX)
               MOVE LDV-FAC (LDV-CLX) TO LDV-DLM-FAC-EDIT
               MOVE LDV-DLM-FAC-EDIT TO LDV-PIECE
           END-IF
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT
           WRITE LDVDLM-RECORD FROM LDV-DLM-LINE
           ADD 1 TO LDV-DLM-CNT.
       4450-EXIT.
           EXIT.
      *
      *> THE FOUR LEADING FIELDS EVERY DELIMITED LINE CARRIES.
       5000-START-DLM-LINE.
           MOVE SPACES TO LDV-DLM-LINE
           MOVE 1 TO LDV-DLM-PTR
           MOVE LDV-DLM-TYPE TO LDV-PIECE
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT
           MOVE LDV-SEG-STATE (LDV-GX) TO LDV-PIECE
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT
           MOVE LDV-SEG-HCODE (LDV-GX) TO LDV-PIECE
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT
           MOVE LDV-COMP-NAME (LDV-CX) TO LDV-PIECE
           PERFORM 5100-APPEND-FIELD THRU 5100-EXIT.
       5000-EXIT.
           EXIT.
      *
      *> EVERY FIELD AFTER THE FIRST IS LED BY ITS "|"; A "|" IN A
      *> CODE WOULD SPLIT THE FIELD, SO IT IS DOTTED OUT FIRST.
       5100-APPEND-FIELD.
           IF LDV-DLM-PTR > 1
               STRING "|" DELIMITED BY SIZE
                   INTO LDV-DLM-LINE WITH POINTER LDV-DLM-PTR
               END-STRING
           END-IF
           INSPECT LDV-PIECE REPLACING ALL "|" BY "."
           PERFORM 5200-FIND-PIECE-BOUNDS THRU 5200-EXIT
           IF LDV-PIECE-LEN > 0
               STRING LDV-PIECE(LDV-PIECE-START:LDV-PIECE-LEN)
                   DELIMITED BY SIZE
                   INTO LDV-DLM-LINE WITH POINTER LDV-DLM-PTR
               END-STRING
           END-IF.
       5100-EXIT.
           EXIT.
      *
       5200-FIND-PIECE-BOUNDS.
           MOVE 0 TO LDV-PIECE-START
           INSPECT LDV-PIECE TALLYING LDV-PIECE-START
               FOR LEADING SPACES
           IF LDV-PIECE-START = 24
               MOVE 1 TO LDV-PIECE-START
               MOVE 0 TO LDV-PIECE-LEN
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO LDV-PIECE-START
           COMPUTE LDV-PIECE-LEN = 25 - LDV-PIECE-START
           PERFORM 5210-DROP-ONE-TRAILER THRU 5210-EXIT
               UNTIL LDV-PIECE(LDV-PIECE-START + LDV-PIECE-LEN - 1:1)
                   NOT = SPACE.
       5200-EXIT.
           EXIT.
      *
       5210-DROP-ONE-TRAILER.
           SUBTRACT 1 FROM LDV-PIECE-LEN.
       5210-EXIT.
           EXIT.
      *
       8000-SUMMARIZE.
           ADD LDV-BAD-DATE-CNT LDV-EARLY-CNT LDV-TOO-OLD-CNT
               GIVING LDV-SKIPPED-CNT
           DISPLAY "FIRLDEV - " LDV-READ-CNT " RECORDS, "
               LDV-PLACED-CNT " PLACED, " LDV-TRIANGLE-CNT
               " TRIANGLES, " LDV-DLM-CNT " DELIMITED LINES"
           IF LDV-FALLBACK-CNT > 0
               DISPLAY "FIRLDEV - " LDV-FALLBACK-CNT
                   " RECORDS WITH NO EVENT ON CATEVENT TOOK THE "
                   "ACCIDENT DATE AT BYTE " LDV-ACC-POS
           END-IF
           IF NOT LDV-OUTPUTS-OPENED
               GO TO 8000-EXIT
           END-IF
           MOVE SPACES TO LDVRPT-RECORD
           WRITE LDVRPT-RECORD
           MOVE LDV-READ-CNT TO LDV-CNT-TXT
           MOVE SPACES TO LDV-OUT-LINE
           STRING "RECORDS READ                       " LDV-CNT-TXT
               DELIMITED BY SIZE INTO LDV-OUT-LINE
           END-STRING
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           MOVE LDV-PLACED-CNT TO LDV-CNT-TXT
           MOVE SPACES TO LDV-OUT-LINE
           STRING "RECORDS PLACED IN A TRIANGLE       " LDV-CNT-TXT
               DELIMITED BY SIZE INTO LDV-OUT-LINE
           END-STRING
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           MOVE LDV-FALLBACK-CNT TO LDV-CNT-TXT
           MOVE SPACES TO LDV-OUT-LINE
           STRING "  ACCIDENT DATE FROM THE RECORD    " LDV-CNT-TXT
               "  (CAT SOURCE, NO EVENT ON CATEVENT)"
               DELIMITED BY SIZE INTO LDV-OUT-LINE
           END-STRING
           IF LDV-CAT-SOURCE
               WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           END-IF
           MOVE LDV-BAD-DATE-CNT TO LDV-CNT-TXT
           MOVE SPACES TO LDV-OUT-LINE
           STRING "LEFT OUT - DATE IS NOT A DATE      " LDV-CNT-TXT
               DELIMITED BY SIZE INTO LDV-OUT-LINE
           END-STRING
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           MOVE LDV-EARLY-CNT TO LDV-CNT-TXT
           MOVE SPACES TO LDV-OUT-LINE
           STRING "LEFT OUT - EVALUATED PRE-ACCIDENT  " LDV-CNT-TXT
               DELIMITED BY SIZE INTO LDV-OUT-LINE
           END-STRING
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           MOVE LDV-TOO-OLD-CNT TO LDV-CNT-TXT
           MOVE SPACES TO LDV-OUT-LINE
           STRING "LEFT OUT - OLDER THAN THE LAST AGE " LDV-CNT-TXT
               DELIMITED BY SIZE INTO LDV-OUT-LINE
           END-STRING
           WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
           IF LDV-SKIPPED-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LDV-TOO-OLD-CNT > 0
               OR LDV-SEG-OVER-CNT > 0
               OR LDV-ACC-OVER-CNT > 0
               OR LDV-CEL-OVER-CNT > 0
               MOVE SPACES TO LDV-OUT-LINE
               STRING "TABLE OVERFLOW OR AGE LIMIT - THE TRIANGLES "
                   "ARE INCOMPLETE" DELIMITED BY SIZE INTO LDV-OUT-LINE
               END-STRING
               WRITE LDVRPT-RECORD FROM LDV-OUT-LINE
               DISPLAY "FIRLDEV - STATE/H-CODE, ACCIDENT PERIOD OR "
                   "CELL TABLE OVERFLOW, OR A RECORD PAST THE LAST AGE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRLDEV " TO RNL-WS-PROGRAM
           MOVE LDV-READ-CNT     TO RNL-WS-RECORDS-IN
           MOVE LDV-PLACED-CNT   TO RNL-WS-RECORDS-OUT
           MOVE LDV-SKIPPED-CNT  TO RNL-WS-RECORDS-SUSP
           MOVE LDV-CEL-CNT      TO RNL-WS-TABLE-PEAK (1)
           MOVE LDV-SEG-CNT      TO RNL-WS-TABLE-PEAK (2)
           MOVE LDV-ACC-CNT      TO RNL-WS-TABLE-PEAK (3)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF LDV-INPUT-OPENED
               IF LDV-CAT-SOURCE
                   CLOSE CATHIST-FILE
               ELSE
                   CLOSE FIREXT-FILE
               END-IF
           END-IF
           IF LDV-OUTPUTS-OPENED
               CLOSE LDVRPT-FILE
               CLOSE LDVDLM-FILE
           END-IF.
