      ******************************************************************
      **                                                              *
      **  PROGRAM      RLHLSAMP                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  STATISTICAL AUDIT SAMPLE OF A REGISTERED      *
      **      EXTRACT, IN PLACE OF THE FIRST FEW HUNDRED RECORDS      *
      **      PULLED THROUGH A BROWSER.  DD SAMPPRM CARRIES ONE       *
      **      KEYWORD PER LINE - EXTRACT NAMES THE EXTRACT'S DD ON    *
      **      THE REGISTRY (DD EXTREG), WHICH GIVES THE DATASET TO    *
      **      OPEN, AND MODE PICKS THE SAMPLE:                        *
      **        NTH       EVERY NTH DETAIL (EVERY n, START k),        *
      **        RANDOM    A SEEDED RANDOM SAMPLE OF SIZE n,           *
      **        KEYRANGE  A SEEDED RANDOM SAMPLE PER RANGE OF THE     *
      **                  HEADER'S KEY (RANGE low high [n]),          *
      **        CODE      A SEEDED RANDOM SAMPLE PER VALUE OF A       *
      **                  DISPLAY CODE FIELD NAMED ON DD LRCAT        *
      **                  (FIELD name, SIZE n PER VALUE).             *
      **      THE RANDOM MODES DRAW FROM PIITOKEN'S GENERATOR; SEED   *
      **      n FIXES IT, AND WITHOUT ONE THE SEED IS TAKEN FROM THE  *
      **      CLOCK.  EACH STRATUM IS SAMPLED BY SELECTION SAMPLING   *
      **      (EVERY DETAIL OF IT EQUALLY LIKELY, EXACTLY n TAKEN),   *
      **      SO THE SAME EXTRACT, PARAMETERS AND SEED ALWAYS GIVE    *
      **      THE SAME SAMPLE.  THE SAMPLED DETAILS GO TO DD SAMPOUT  *
      **      UNDER A HEADER REBUILT THE WAY RLHLASOF REBUILDS ONE.   *
      **      DD SAMPCERT GETS THE SAMPLE CERTIFICATE - THE RUN'S     *
      **      PARAMETERS, SEED INCLUDED, AS SAMPPRM LINES, THEN THE   *
      **      EXTRACT'S IDENTITY, POPULATION AND SAMPLE COUNTS, AND   *
      **      THE COUNTS PER STRATUM AS COMMENT LINES - SO AUDIT CAN  *
      **      FEED THE CERTIFICATE BACK IN AS SAMPPRM AND DRAW THE    *
      **      IDENTICAL SAMPLE LATER.  THE EXTRACT IS READ THREE      *
      **      TIMES: ONCE TO COUNT EACH STRATUM, ONCE TO DRAW THE     *
      **      SAMPLE AND PLACE THE KEY RECORD, AND ONCE, FROM THE     *
      **      SAME SEED, TO WRITE IT.  A BAD PARAMETER, AN EXTRACT    *
      **      THAT IS NOT REGISTERED WITH AN RLHL HEADER, OR AN       *
      **      OVER-LENGTH DETAIL ENDS THE RUN WITH RETURN-CODE 16; A  *
      **      STRATUM TOO SMALL FOR ITS SAMPLE IS TAKEN WHOLE AND     *
      **      ENDS IT 04.                                             *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   SAMPLED EXTRACT, WITH THE DATASET NAME IT   *
      **                   WAS OPENED BY, FOR THE MONTHLY DISCLOSE     *
      **                   REPORT.                                     *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLHLSAMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPPRM-FILE  ASSIGN TO "SAMPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMP-SAMPPRM-STATUS.
           SELECT EXTREG-FILE   ASSIGN TO "EXTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMP-EXTREG-STATUS.
           SELECT LRCAT-FILE    ASSIGN TO "LRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMP-LRCAT-STATUS.
      *> THE DATASET NAME IS MOVED IN FROM THE REGISTRY ROW BEFORE
      *> THE OPEN, AS LRREFCHK OPENS ITS EXTRACTS.  SEQUENTIAL, NOT
      *> LINE SEQUENTIAL - HEADERS AND DETAILS CARRY COMP FIELDS
      *> WHOSE BYTES CAN LEGITIMATELY COLLIDE WITH THE LINE
      *> SEQUENTIAL END-OF-RECORD MARKER.
           SELECT EXTRACT-FILE  ASSIGN TO DYNAMIC SMP-CURRENT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SMP-EXTRACT-STATUS.
           SELECT SAMPOUT-FILE  ASSIGN TO "SAMPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SMP-SAMPOUT-STATUS.
           SELECT SAMPCERT-FILE ASSIGN TO "SAMPCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMP-SAMPCERT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMPPRM-FILE.
       01  SAMPPRM-RECORD                  PIC X(80).
       FD  EXTREG-FILE.
       COPY EXTREGREC.
       FD  LRCAT-FILE.
       COPY LRCATREC.
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON SMP-IN-LEN.
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  SAMPOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON SMP-OUT-LEN.
       01  SAMPOUT-RECORD                  PIC X(1000).
      *> THE SAME 80-BYTE LINE AS SAMPPRM, SO THE CERTIFICATE CAN BE
      *> READ BACK IN AS ONE.
       FD  SAMPCERT-FILE.
       01  SAMPCERT-RECORD                 PIC X(80).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  SMP-SAMPPRM-STATUS              PIC XX.
           88  SMP-SAMPPRM-OK              VALUE "00".
       01  SMP-EXTREG-STATUS               PIC XX.
           88  SMP-EXTREG-OK               VALUE "00".
       01  SMP-LRCAT-STATUS                PIC XX.
           88  SMP-LRCAT-OK                VALUE "00".
       01  SMP-EXTRACT-STATUS              PIC XX.
           88  SMP-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES SMP-EXTRACT-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  SMP-EXTRACT-OPENED-SW           PIC X(01)       VALUE "N".
           88  SMP-EXTRACT-OPENED          VALUE "Y".
      *> SET AT THE FIRST OPEN AND NEVER RESET - A FAILED REOPEN FOR
      *> A LATER PASS STILL LEAVES AN EXTRACT THAT WAS READ.
       01  SMP-EXTRACT-READ-SW             PIC X(01)       VALUE "N".
           88  SMP-EXTRACT-READ            VALUE "Y".
       01  SMP-SAMPOUT-STATUS              PIC XX.
      *> SAME REASONING AS SMP-EXTRACT-OPENED-SW ABOVE.
       01  SMP-SAMPOUT-OPENED-SW           PIC X(01)       VALUE "N".
           88  SMP-SAMPOUT-OPENED          VALUE "Y".
       01  SMP-SAMPCERT-STATUS             PIC XX.
       01  SMP-PRM-EOF-SW                  PIC X(01)       VALUE "N".
           88  SMP-PRM-EOF                 VALUE "Y".
       01  SMP-REG-EOF-SW                  PIC X(01)       VALUE "N".
           88  SMP-REG-EOF                 VALUE "Y".
       01  SMP-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  SMP-LRCAT-EOF               VALUE "Y".
       01  SMP-EOF-SW                      PIC X(01)       VALUE "N".
           88  SMP-EOF                     VALUE "Y".
       01  SMP-HALT-SW                     PIC X(01)       VALUE "N".
           88  SMP-HALTED                  VALUE "Y".
       01  SMP-CURRENT-DSN                 PIC X(44)       VALUE SPACES.
       01  SMP-IN-LEN                      PIC 9(05)       VALUE 0.
       01  SMP-OUT-LEN                     PIC 9(05)       VALUE 0.
       01  SMP-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  SMP-RUN-TIME                    PIC 9(08)       VALUE 0.
       COPY RLHL.
      *> ------------------- SAMPPRM CONTENTS --------------------------
       01  SAMPPRM-LINE                    PIC X(80).
       01  SMP-PRM-KEYWORD                 PIC X(10).
       01  SMP-PRM-WORD-1                  PIC X(40).
       01  SMP-PRM-WORD-2                  PIC X(40).
       01  SMP-PRM-WORD-3                  PIC X(40).
       01  SMP-PRM-WORD-4                  PIC X(40).
       01  SMP-PRM-LINE-NO                 PIC 9(04)       VALUE 0.
       01  SMP-PRM-ERR-CNT                 PIC 9(04)       VALUE 0.
       01  SMP-PRM-ERR-TEXT                PIC X(50)       VALUE SPACES.
       01  SMP-EXTRACT-DD                  PIC X(08)       VALUE SPACES.
       01  SMP-MODE                        PIC X(01)       VALUE SPACE.
           88  SMP-MODE-NTH                VALUE "N".
           88  SMP-MODE-RANDOM             VALUE "R".
           88  SMP-MODE-KEYRANGE           VALUE "K".
           88  SMP-MODE-CODE               VALUE "C".
      *> THE MODE AS WRITTEN, FOR THE CERTIFICATE.
       01  SMP-MODE-TXT                    PIC X(10)       VALUE SPACES.
       01  SMP-EVERY                       PIC 9(09)       VALUE 0.
       01  SMP-START                       PIC 9(09)       VALUE 0.
       01  SMP-SIZE                        PIC 9(09)       VALUE 0.
       01  SMP-FIELD-NAME                  PIC X(30)       VALUE SPACES.
       01  SMP-FIELD-ALT                   PIC X(30)       VALUE SPACES.
      *> "Y" ONCE THE KEYWORD'S LINE HAS BEEN SEEN - A SECOND ONE IS
      *> REJECTED RATHER THAN SILENTLY WINNING.
       01  SMP-GIVEN-TAB.
           05  SMP-EVERY-GIVEN-SW          PIC X(01)       VALUE "N".
               88  SMP-EVERY-GIVEN         VALUE "Y".
           05  SMP-START-GIVEN-SW          PIC X(01)       VALUE "N".
               88  SMP-START-GIVEN         VALUE "Y".
           05  SMP-SIZE-GIVEN-SW           PIC X(01)       VALUE "N".
               88  SMP-SIZE-GIVEN          VALUE "Y".
           05  SMP-SEED-GIVEN-SW           PIC X(01)       VALUE "N".
               88  SMP-SEED-GIVEN          VALUE "Y".
      *> -------------------- NUMBER PARSE WORK ------------------------
       01  SMP-NUM-WORD                    PIC X(40).
       01  SMP-NUM-VALUE                   PIC 9(10)       VALUE 0.
       01  SMP-NUM-IDX                     PIC 9(02).
       01  SMP-NUM-OK-SW                   PIC X(01)       VALUE "Y".
           88  SMP-NUM-OK                  VALUE "Y".
       01  SMP-DIGIT-CHAR                  PIC X(01).
       01  SMP-DIGIT-NUM REDEFINES SMP-DIGIT-CHAR
                                           PIC 9(01).
      *> ---------------------- REGISTRY ROW ---------------------------
       01  SMP-REG-FOUND-SW                PIC X(01)       VALUE "N".
           88  SMP-REG-FOUND               VALUE "Y".
       01  SMP-LR-NAME                     PIC X(30)       VALUE SPACES.
       01  SMP-LR-ALT                      PIC X(30)       VALUE SPACES.
       01  SMP-HEADER-SW                   PIC X(01)       VALUE SPACE.
           88  SMP-HAS-HEADER              VALUE "H".
      *> ---------------------- CODE FIELD -----------------------------
       01  SMP-FLD-FOUND-SW                PIC X(01)       VALUE "N".
           88  SMP-FLD-FOUND               VALUE "Y".
       01  SMP-FLD-OFFSET                  PIC 9(05)       VALUE 0.
       01  SMP-FLD-LEN                     PIC 9(05)       VALUE 0.
       01  SMP-FLD-USAGE                   PIC X(10)       VALUE SPACES.
       01  SMP-FLD-OCCURS                  PIC 9(05)       VALUE 0.
      *> ------------------------ STRATA -------------------------------
      *> ONE ENTRY PER RANGE LINE ON A KEYRANGE SAMPLE, PER CODE
      *> VALUE (IN THE ORDER FIRST MET) ON A CODE SAMPLE, AND ONE
      *> ENTRY COVERING EVERY DETAIL ON A RANDOM SAMPLE.  ON A RANGE
      *> THE SIZE IS THE RANGE'S OWN, OR ZERO TO TAKE THE SIZE LINE.
       01  SMP-STR-MAX                     PIC 9(04) COMP  VALUE 50.
       01  SMP-STR-TAB.
           05  SMP-STR-ENTRY               OCCURS 50 TIMES.
               10  SMP-STR-LOW              PIC X(40).
               10  SMP-STR-HIGH             PIC X(40).
               10  SMP-STR-CODE             PIC X(20).
               10  SMP-STR-SIZE             PIC 9(09).
               10  SMP-STR-POP              PIC 9(09).
               10  SMP-STR-WANT             PIC 9(09).
               10  SMP-STR-SEEN             PIC 9(09).
               10  SMP-STR-TAKEN            PIC 9(09).
       01  SMP-STR-TOP                     PIC 9(04) COMP  VALUE 0.
       01  SMP-STR-IDX                     PIC 9(04) COMP  VALUE 0.
      *> THE STRATUM OF THE DETAIL IN HAND - ZERO WHEN IT FALLS IN
      *> NONE, OR IS TOO SHORT TO CARRY THE KEY OR CODE FIELD.
       01  SMP-STRATUM                     PIC 9(04) COMP  VALUE 0.
       01  SMP-STR-OVERFLOW-CNT            PIC 9(09)       VALUE 0.
       01  SMP-SHORT-STRATUM-CNT           PIC 9(04)       VALUE 0.
       01  SMP-CODE-VAL                    PIC X(20).
       01  SMP-KEY-VAL                     PIC X(40).
       01  SMP-KEY-OFFSET                  PIC S9(05)      VALUE 0.
       01  SMP-KEY-LEN                     PIC S9(05)      VALUE 0.
      *> ------------------- GENERATOR STATE ---------------------------
      *> THE SAME PARK-MILLER GENERATOR AS PIITOKEN - 16807 TIMES THE
      *> SEED, MODULO 2**31-1.  SMP-START-SEED IS WHAT THE
      *> CERTIFICATE RECORDS; EVERY PASS THAT DRAWS RESTARTS FROM IT.
       01  SMP-START-SEED                  PIC 9(10)       VALUE 0.
       01  SMP-RAND-SEED                   PIC 9(10)       VALUE 0.
       01  SMP-RAND-PROD                   PIC 9(15)       VALUE 0.
       01  SMP-RAND-QUOT                   PIC 9(15)       VALUE 0.
      *> A DETAIL IS TAKEN WHEN (LEFT IN STRATUM) * DRAW IS UNDER
      *> (STILL WANTED) * (2**31-1) - BOTH SIDES NEED 19 DIGITS.
       01  SMP-DRAW-LEFT                   PIC 9(19)       VALUE 0.
       01  SMP-DRAW-NEED                   PIC 9(19)       VALUE 0.
       01  SMP-LEFT-CNT                    PIC 9(09)       VALUE 0.
       01  SMP-NEED-CNT                    PIC 9(09)       VALUE 0.
      *> ------------------- SAMPLE DECISION STATE ---------------------
       01  SMP-REC-BUF                     PIC X(1000).
       01  SMP-CLAIMED-ABOVE               PIC S9(09)      VALUE 0.
       01  SMP-DETAIL-SEQ                  PIC 9(09)       VALUE 0.
       01  SMP-NTH-QUOT                    PIC 9(09)       VALUE 0.
       01  SMP-NTH-REM                     PIC 9(09)       VALUE 0.
       01  SMP-POP-CNT                     PIC 9(09)       VALUE 0.
       01  SMP-UNCLASSED-CNT               PIC 9(09)       VALUE 0.
       01  SMP-SHORT-CNT                   PIC 9(09)       VALUE 0.
       01  SMP-OVERLONG-CNT                PIC 9(08)       VALUE 0.
       01  SMP-KEPT-CNT                    PIC 9(09)       VALUE 0.
       01  SMP-WRITTEN-CNT                 PIC 9(09)       VALUE 0.
       01  SMP-KEEP-SW                     PIC X(01)       VALUE "N".
           88  SMP-KEEP-DETAIL             VALUE "Y".
      *> "Y" ONLY WHILE THE FIRST PASS COUNTS - ONE DETAIL'S
      *> COUNTS MUST ACCUMULATE ONCE THOUGH IT IS READ THREE TIMES.
       01  SMP-COUNTING-SW                 PIC X(01)       VALUE "Y".
           88  SMP-COUNTING                VALUE "Y".
      *> "Y" ONLY WHILE THE THIRD PASS WRITES.
       01  SMP-WRITING-SW                  PIC X(01)       VALUE "N".
           88  SMP-WRITING                 VALUE "Y".
       01  SMP-KEY-KEPT-SW                 PIC X(01)       VALUE "N".
           88  SMP-KEY-KEPT                VALUE "Y".
       01  SMP-KEY-NEW-POS                 PIC 9(09)       VALUE 0.
       01  SMP-NEW-ABOVE                   PIC S9(09)      VALUE 0.
       01  SMP-NEW-BELOW                   PIC S9(09)      VALUE 0.
      *> --------------------- CERTIFICATE WORK ------------------------
       01  SMP-EDIT-NUM                    PIC Z(09)9.
       01  SMP-LEAD-CNT                    PIC 9(02).
      *> A NUMBER LEFT-JUSTIFIED WITHOUT LEADING ZEROS, SO A
      *> CERTIFICATE LINE READS AS A PERSON WROTE THE PARAMETER.
       01  SMP-NUM-TXT                     PIC X(10).
       01  SMP-NUM2-TXT                    PIC X(10).
       01  SMP-SHOW-CODE                   PIC X(20).
       01  SMP-OUT-PTR                     PIC 9(03).
       01  SMP-STR-NO-TXT                  PIC 9(02).
       01  SMP-REC-LEN-TXT                 PIC ZZZZ9.
       01  SMP-OUT-LINE                    PIC X(80)       VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COUNT-POPULATION THRU 2000-EXIT
               UNTIL SMP-EOF
           PERFORM 2500-SIZE-STRATA THRU 2500-EXIT
           PERFORM 3000-MEASURE-SAMPLE THRU 3000-EXIT
           PERFORM 4000-WRITE-SAMPLE THRU 4000-EXIT
           PERFORM 5000-WRITE-CERTIFICATE THRU 5000-EXIT
           PERFORM 7000-SUMMARIZE THRU 7000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT SMP-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT SMP-RUN-TIME FROM TIME
           MOVE "Y" TO SMP-EOF-SW
           OPEN INPUT SAMPPRM-FILE
           IF NOT SMP-SAMPPRM-OK
               DISPLAY "RLHLSAMP - UNABLE TO OPEN SAMPPRM, STATUS="
                   SMP-SAMPPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-PARM THRU 1100-EXIT
               UNTIL SMP-PRM-EOF
           CLOSE SAMPPRM-FILE
           PERFORM 1300-CHECK-PARMS THRU 1300-EXIT
           IF SMP-PRM-ERR-CNT > 0
               DISPLAY "RLHLSAMP - " SMP-PRM-ERR-CNT
                   " SAMPPRM ERROR(S) - NO SAMPLE DRAWN"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT EXTREG-FILE
           IF NOT SMP-EXTREG-OK
               DISPLAY "RLHLSAMP - UNABLE TO OPEN EXTREG, STATUS="
                   SMP-EXTREG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-FIND-REGISTRY THRU 1400-EXIT
               UNTIL SMP-REG-EOF OR SMP-REG-FOUND
           CLOSE EXTREG-FILE
           IF NOT SMP-REG-FOUND
               DISPLAY "RLHLSAMP - EXTRACT " SMP-EXTRACT-DD
                   " IS NOT ON THE REGISTRY"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
      *> WITHOUT AN RLHL HEADER THERE IS NO HEADER TO REBUILD, AND
      *> NO KEY FOR A KEYRANGE SAMPLE TO READ.
           IF NOT SMP-HAS-HEADER
               DISPLAY "RLHLSAMP - EXTRACT " SMP-EXTRACT-DD
                   " IS NOT REGISTERED WITH AN RLHL HEADER"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           IF SMP-MODE-CODE
               PERFORM 1500-LOCATE-CODE-FIELD THRU 1500-EXIT
               IF SMP-HALTED
                   GO TO 1000-EXIT
               END-IF
           END-IF
           PERFORM 1600-SEED-RANDOM THRU 1600-EXIT
           OPEN INPUT EXTRACT-FILE
           IF NOT SMP-EXTRACT-OK
               DISPLAY "RLHLSAMP - UNABLE TO OPEN " SMP-EXTRACT-DD
                   " STATUS=" SMP-EXTRACT-STATUS
                   " DSN=" SMP-CURRENT-DSN
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO SMP-EXTRACT-OPENED-SW
           MOVE "Y" TO SMP-EXTRACT-READ-SW
           MOVE "N" TO SMP-EOF-SW
           READ EXTRACT-FILE INTO SMP-REC-BUF
               AT END
                   DISPLAY "RLHLSAMP - EXTRACT FILE IS EMPTY"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
           END-READ
           IF SMP-IN-LEN < 100
               DISPLAY "RLHLSAMP - FIRST RECORD OF " SMP-EXTRACT-DD
                   " IS TOO SHORT FOR AN RLHL HEADER"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE SMP-REC-BUF(1:100) TO RLHL-HEADER-RECORD
           MOVE RLHL-RECORDS-ABOVE TO SMP-CLAIMED-ABOVE
           MOVE RLHL-KEY-OFFSET TO SMP-KEY-OFFSET
           MOVE RLHL-KEY-LENGTH TO SMP-KEY-LEN
           IF SMP-MODE-KEYRANGE
               PERFORM 1700-CHECK-KEY THRU 1700-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO SMP-EOF-SW
           MOVE "Y" TO SMP-HALT-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-LOAD-ONE-PARM - ONE SAMPPRM LINE.  BLANK LINES AND LINES *
      *  STARTING "*" ARE COMMENTS - WHICH IS WHAT LETS A CERTIFICATE  *
      *  BE READ BACK IN AS SAMPPRM.                                   *
      ******************************************************************
       1100-LOAD-ONE-PARM.
           READ SAMPPRM-FILE INTO SAMPPRM-LINE
               AT END
                   MOVE "Y" TO SMP-PRM-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO SMP-PRM-LINE-NO
           IF SAMPPRM-LINE = SPACES OR SAMPPRM-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO SMP-PRM-KEYWORD SMP-PRM-WORD-1
               SMP-PRM-WORD-2 SMP-PRM-WORD-3 SMP-PRM-WORD-4
               SMP-PRM-ERR-TEXT
           UNSTRING SAMPPRM-LINE DELIMITED BY ALL SPACE
               INTO SMP-PRM-KEYWORD SMP-PRM-WORD-1 SMP-PRM-WORD-2
                    SMP-PRM-WORD-3 SMP-PRM-WORD-4
           END-UNSTRING
      *> A LINE INDENTED BY A BLANK UNSTRINGS AN EMPTY FIRST WORD.
           IF SMP-PRM-KEYWORD = SPACES
               MOVE SMP-PRM-WORD-1 TO SMP-PRM-KEYWORD
               MOVE SMP-PRM-WORD-2 TO SMP-PRM-WORD-1
               MOVE SMP-PRM-WORD-3 TO SMP-PRM-WORD-2
               MOVE SMP-PRM-WORD-4 TO SMP-PRM-WORD-3
               MOVE SPACES TO SMP-PRM-WORD-4
           END-IF
           EVALUATE SMP-PRM-KEYWORD
               WHEN "EXTRACT"
                   EVALUATE TRUE
                       WHEN SMP-EXTRACT-DD NOT = SPACES
                           MOVE "MORE THAN ONE EXTRACT LINE"
                               TO SMP-PRM-ERR-TEXT
                       WHEN SMP-PRM-WORD-1 = SPACES
                           MOVE "EXTRACT NEEDS A REGISTERED DD NAME"
                               TO SMP-PRM-ERR-TEXT
                       WHEN SMP-PRM-WORD-1(9:32) NOT = SPACES
                           MOVE "DD NAME LONGER THAN 8 CHARACTERS"
                               TO SMP-PRM-ERR-TEXT
                       WHEN SMP-PRM-WORD-2 NOT = SPACES
                           MOVE "ONE DD NAME ON AN EXTRACT LINE"
                               TO SMP-PRM-ERR-TEXT
                       WHEN OTHER
                           MOVE SMP-PRM-WORD-1 TO SMP-EXTRACT-DD
                   END-EVALUATE
               WHEN "MODE"
                   PERFORM 1110-TAKE-MODE THRU 1110-EXIT
               WHEN "EVERY"
                   IF SMP-EVERY-GIVEN
                       MOVE "MORE THAN ONE EVERY LINE"
                           TO SMP-PRM-ERR-TEXT
                   ELSE
                       PERFORM 1190-TAKE-COUNT THRU 1190-EXIT
                       MOVE "Y" TO SMP-EVERY-GIVEN-SW
                       MOVE SMP-NUM-VALUE TO SMP-EVERY
                   END-IF
               WHEN "START"
                   IF SMP-START-GIVEN
                       MOVE "MORE THAN ONE START LINE"
                           TO SMP-PRM-ERR-TEXT
                   ELSE
                       PERFORM 1190-TAKE-COUNT THRU 1190-EXIT
                       MOVE "Y" TO SMP-START-GIVEN-SW
                       MOVE SMP-NUM-VALUE TO SMP-START
                   END-IF
               WHEN "SIZE"
                   IF SMP-SIZE-GIVEN
                       MOVE "MORE THAN ONE SIZE LINE"
                           TO SMP-PRM-ERR-TEXT
                   ELSE
                       PERFORM 1190-TAKE-COUNT THRU 1190-EXIT
                       MOVE "Y" TO SMP-SIZE-GIVEN-SW
                       MOVE SMP-NUM-VALUE TO SMP-SIZE
                   END-IF
               WHEN "SEED"
                   PERFORM 1130-TAKE-SEED THRU 1130-EXIT
               WHEN "FIELD"
                   EVALUATE TRUE
                       WHEN SMP-FIELD-NAME NOT = SPACES
                           MOVE "MORE THAN ONE FIELD LINE"
                               TO SMP-PRM-ERR-TEXT
                       WHEN SMP-PRM-WORD-1 = SPACES
                           MOVE "FIELD NEEDS A FIELD NAME"
                               TO SMP-PRM-ERR-TEXT
                       WHEN SMP-PRM-WORD-1(31:10) NOT = SPACES
                           MOVE "NAME LONGER THAN 30 CHARACTERS"
                               TO SMP-PRM-ERR-TEXT
                       WHEN SMP-PRM-WORD-2 NOT = SPACES
                           MOVE "ONE NAME ON A FIELD LINE"
                               TO SMP-PRM-ERR-TEXT
                       WHEN OTHER
                           MOVE SMP-PRM-WORD-1 TO SMP-FIELD-NAME
                                                  SMP-FIELD-ALT
                           INSPECT SMP-FIELD-ALT
                               REPLACING ALL "_" BY "-"
                   END-EVALUATE
               WHEN "RANGE"
                   PERFORM 1120-TAKE-RANGE THRU 1120-EXIT
               WHEN OTHER
                   MOVE "KEYWORD IS NOT ONE RLHLSAMP TAKES"
                       TO SMP-PRM-ERR-TEXT
           END-EVALUATE
           IF SMP-PRM-ERR-TEXT NOT = SPACES
               ADD 1 TO SMP-PRM-ERR-CNT
               DISPLAY "RLHLSAMP - SAMPPRM LINE " SMP-PRM-LINE-NO
                   " REJECTED - " SMP-PRM-ERR-TEXT
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1110-TAKE-MODE.
           IF SMP-MODE NOT = SPACE
               MOVE "MORE THAN ONE MODE LINE" TO SMP-PRM-ERR-TEXT
               GO TO 1110-EXIT
           END-IF
           IF SMP-PRM-WORD-2 NOT = SPACES
               MOVE "MODE IS NTH, RANDOM, KEYRANGE OR CODE"
                   TO SMP-PRM-ERR-TEXT
               GO TO 1110-EXIT
           END-IF
           EVALUATE SMP-PRM-WORD-1
               WHEN "NTH"
                   MOVE "N" TO SMP-MODE
               WHEN "RANDOM"
                   MOVE "R" TO SMP-MODE
               WHEN "KEYRANGE"
                   MOVE "K" TO SMP-MODE
               WHEN "CODE"
                   MOVE "C" TO SMP-MODE
               WHEN OTHER
                   MOVE "MODE IS NTH, RANDOM, KEYRANGE OR CODE"
                       TO SMP-PRM-ERR-TEXT
                   GO TO 1110-EXIT
           END-EVALUATE
           MOVE SMP-PRM-WORD-1 TO SMP-MODE-TXT.
       1110-EXIT.
           EXIT.
      *
      *> RANGE low high [size] - BOTH BOUNDS INCLUSIVE, COMPARED WITH
      *> THE HEADER'S KEY BYTES AS TEXT, SO A BOUND SHORTER THAN THE
      *> KEY IS SPACE-FILLED.  A DETAIL GOES TO THE FIRST RANGE THAT
      *> HOLDS IT.
       1120-TAKE-RANGE.
           EVALUATE TRUE
               WHEN SMP-PRM-WORD-2 = SPACES
                   MOVE "RANGE NEEDS A LOW AND A HIGH KEY"
                       TO SMP-PRM-ERR-TEXT
                   GO TO 1120-EXIT
               WHEN SMP-PRM-WORD-4 NOT = SPACES
                   MOVE "RANGE IS LOW, HIGH AND AN OPTIONAL SIZE"
                       TO SMP-PRM-ERR-TEXT
                   GO TO 1120-EXIT
               WHEN SMP-PRM-WORD-1 > SMP-PRM-WORD-2
                   MOVE "RANGE LOW KEY IS ABOVE ITS HIGH KEY"
                       TO SMP-PRM-ERR-TEXT
                   GO TO 1120-EXIT
               WHEN SMP-STR-TOP >= SMP-STR-MAX
                   MOVE "MORE THAN 50 RANGE LINES" TO SMP-PRM-ERR-TEXT
                   GO TO 1120-EXIT
           END-EVALUATE
           MOVE 0 TO SMP-NUM-VALUE
           IF SMP-PRM-WORD-3 NOT = SPACES
               MOVE SMP-PRM-WORD-3 TO SMP-NUM-WORD
               PERFORM 1180-PARSE-NUMBER THRU 1180-EXIT
               IF NOT SMP-NUM-OK OR SMP-NUM-VALUE = 0
                   OR SMP-NUM-VALUE > 999999999
                   MOVE "RANGE SIZE IS ONE WHOLE NUMBER, 1 OR MORE"
                       TO SMP-PRM-ERR-TEXT
                   GO TO 1120-EXIT
               END-IF
           END-IF
           ADD 1 TO SMP-STR-TOP
           INITIALIZE SMP-STR-ENTRY(SMP-STR-TOP)
           MOVE SMP-PRM-WORD-1 TO SMP-STR-LOW(SMP-STR-TOP)
           MOVE SMP-PRM-WORD-2 TO SMP-STR-HIGH(SMP-STR-TOP)
           MOVE SMP-NUM-VALUE TO SMP-STR-SIZE(SMP-STR-TOP).
       1120-EXIT.
           EXIT.
      *
       1130-TAKE-SEED.
           IF SMP-SEED-GIVEN
               MOVE "MORE THAN ONE SEED LINE" TO SMP-PRM-ERR-TEXT
               GO TO 1130-EXIT
           END-IF
           MOVE SMP-PRM-WORD-1 TO SMP-NUM-WORD
           PERFORM 1180-PARSE-NUMBER THRU 1180-EXIT
      *> THE GENERATOR ONLY RUNS ON A SEED OF 1 THROUGH 2**31-2.
           IF NOT SMP-NUM-OK OR SMP-PRM-WORD-2 NOT = SPACES
               OR SMP-NUM-VALUE = 0 OR SMP-NUM-VALUE > 2147483646
               MOVE "SEED IS ONE NUMBER, 1 THROUGH 2147483646"
                   TO SMP-PRM-ERR-TEXT
               GO TO 1130-EXIT
           END-IF
           MOVE "Y" TO SMP-SEED-GIVEN-SW
           MOVE SMP-NUM-VALUE TO SMP-START-SEED.
       1130-EXIT.
           EXIT.
      *
      *> A COUNT ON A KEYWORD LINE - ONE WHOLE NUMBER, 1 OR MORE,
      *> NO MORE THAN NINE DIGITS.
       1190-TAKE-COUNT.
           MOVE SMP-PRM-WORD-1 TO SMP-NUM-WORD
           PERFORM 1180-PARSE-NUMBER THRU 1180-EXIT
           IF NOT SMP-NUM-OK OR SMP-PRM-WORD-2 NOT = SPACES
               OR SMP-NUM-VALUE = 0 OR SMP-NUM-VALUE > 999999999
               STRING SMP-PRM-KEYWORD DELIMITED BY SPACE
                   " IS ONE WHOLE NUMBER, 1 OR MORE"
                   DELIMITED BY SIZE
                   INTO SMP-PRM-ERR-TEXT
               END-STRING
               MOVE 0 TO SMP-NUM-VALUE
           END-IF.
       1190-EXIT.
           EXIT.
      *
       1180-PARSE-NUMBER.
           MOVE "Y" TO SMP-NUM-OK-SW
           MOVE 0 TO SMP-NUM-VALUE
           IF SMP-NUM-WORD = SPACES OR SMP-NUM-WORD(11:30) NOT = SPACES
               MOVE "N" TO SMP-NUM-OK-SW
               GO TO 1180-EXIT
           END-IF
           MOVE 1 TO SMP-NUM-IDX
           PERFORM 1185-PARSE-ONE-DIGIT THRU 1185-EXIT
               UNTIL SMP-NUM-IDX > 10
               OR SMP-NUM-WORD(SMP-NUM-IDX:1) = SPACE
               OR NOT SMP-NUM-OK.
       1180-EXIT.
           EXIT.
      *
       1185-PARSE-ONE-DIGIT.
           IF SMP-NUM-WORD(SMP-NUM-IDX:1) < "0"
               OR SMP-NUM-WORD(SMP-NUM-IDX:1) > "9"
               MOVE "N" TO SMP-NUM-OK-SW
               GO TO 1185-EXIT
           END-IF
           MOVE SMP-NUM-WORD(SMP-NUM-IDX:1) TO SMP-DIGIT-CHAR
           COMPUTE SMP-NUM-VALUE = SMP-NUM-VALUE * 10 + SMP-DIGIT-NUM
           ADD 1 TO SMP-NUM-IDX.
       1185-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-CHECK-PARMS - EACH MODE TAKES ITS OWN KEYWORDS AND NO    *
      *  OTHERS, SO A CERTIFICATE NEVER CARRIES A LINE THE SAMPLE DID  *
      *  NOT USE.                                                      *
      ******************************************************************
       1300-CHECK-PARMS.
           IF SMP-EXTRACT-DD = SPACES
               DISPLAY "RLHLSAMP - SAMPPRM HAS NO EXTRACT LINE"
               ADD 1 TO SMP-PRM-ERR-CNT
           END-IF
           EVALUATE TRUE
               WHEN SMP-MODE = SPACE
                   DISPLAY "RLHLSAMP - SAMPPRM HAS NO MODE LINE"
                   ADD 1 TO SMP-PRM-ERR-CNT
               WHEN SMP-MODE-NTH
                   IF NOT SMP-EVERY-GIVEN
                       DISPLAY "RLHLSAMP - MODE NTH NEEDS AN EVERY LINE"
                       ADD 1 TO SMP-PRM-ERR-CNT
                   END-IF
                   IF SMP-SIZE-GIVEN OR SMP-SEED-GIVEN
                       OR SMP-FIELD-NAME NOT = SPACES
                       OR SMP-STR-TOP > 0
                       DISPLAY "RLHLSAMP - MODE NTH TAKES ONLY EVERY "
                           "AND START"
                       ADD 1 TO SMP-PRM-ERR-CNT
                   END-IF
                   IF NOT SMP-START-GIVEN
                       MOVE 1 TO SMP-START
                   END-IF
               WHEN SMP-MODE-RANDOM
                   IF NOT SMP-SIZE-GIVEN
                       DISPLAY "RLHLSAMP - MODE RANDOM NEEDS A SIZE "
                           "LINE"
                       ADD 1 TO SMP-PRM-ERR-CNT
                   END-IF
                   IF SMP-EVERY-GIVEN OR SMP-START-GIVEN
                       OR SMP-FIELD-NAME NOT = SPACES
                       OR SMP-STR-TOP > 0
                       DISPLAY "RLHLSAMP - MODE RANDOM TAKES ONLY SIZE "
                           "AND SEED"
                       ADD 1 TO SMP-PRM-ERR-CNT
                   END-IF
                   MOVE 1 TO SMP-STR-TOP
                   INITIALIZE SMP-STR-ENTRY(1)
                   MOVE SMP-SIZE TO SMP-STR-SIZE(1)
               WHEN SMP-MODE-KEYRANGE
                   IF SMP-STR-TOP = 0
                       DISPLAY "RLHLSAMP - MODE KEYRANGE NEEDS AT "
                           "LEAST ONE RANGE LINE"
                       ADD 1 TO SMP-PRM-ERR-CNT
                   END-IF
                   IF SMP-EVERY-GIVEN OR SMP-START-GIVEN
                       OR SMP-FIELD-NAME NOT = SPACES
                       DISPLAY "RLHLSAMP - MODE KEYRANGE TAKES ONLY "
                           "RANGE, SIZE AND SEED"
                       ADD 1 TO SMP-PRM-ERR-CNT
                   END-IF
                   PERFORM 1310-SIZE-ONE-RANGE THRU 1310-EXIT
                       VARYING SMP-STR-IDX FROM 1 BY 1
                       UNTIL SMP-STR-IDX > SMP-STR-TOP
               WHEN SMP-MODE-CODE
                   IF SMP-FIELD-NAME = SPACES OR NOT SMP-SIZE-GIVEN
                       DISPLAY "RLHLSAMP - MODE CODE NEEDS A FIELD "
                           "LINE AND A SIZE LINE"
                       ADD 1 TO SMP-PRM-ERR-CNT
                   END-IF
                   IF SMP-EVERY-GIVEN OR SMP-START-GIVEN
                       OR SMP-STR-TOP > 0
                       DISPLAY "RLHLSAMP - MODE CODE TAKES ONLY FIELD, "
                           "SIZE AND SEED"
                       ADD 1 TO SMP-PRM-ERR-CNT
                   END-IF
           END-EVALUATE.
       1300-EXIT.
           EXIT.
      *
       1310-SIZE-ONE-RANGE.
           IF SMP-STR-SIZE(SMP-STR-IDX) > 0
               GO TO 1310-EXIT
           END-IF
           IF NOT SMP-SIZE-GIVEN
               MOVE SMP-STR-IDX TO SMP-STR-NO-TXT
               DISPLAY "RLHLSAMP - RANGE " SMP-STR-NO-TXT
                   " HAS NO SIZE OF ITS OWN AND THERE IS NO SIZE LINE"
               ADD 1 TO SMP-PRM-ERR-CNT
               GO TO 1310-EXIT
           END-IF
           MOVE SMP-SIZE TO SMP-STR-SIZE(SMP-STR-IDX).
       1310-EXIT.
           EXIT.
      *
       1400-FIND-REGISTRY.
           READ EXTREG-FILE
               AT END
                   MOVE "Y" TO SMP-REG-EOF-SW
                   GO TO 1400-EXIT
           END-READ
           IF XRG-EXTRACT-DD = SPACES OR XRG-EXTRACT-DD(1:1) = "*"
               GO TO 1400-EXIT
           END-IF
           IF XRG-EXTRACT-DD NOT = SMP-EXTRACT-DD
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO SMP-REG-FOUND-SW
           MOVE XRG-DATASET-NAME TO SMP-CURRENT-DSN
           MOVE XRG-LR-NAME TO SMP-LR-NAME SMP-LR-ALT
           INSPECT SMP-LR-ALT REPLACING ALL "_" BY "-"
           MOVE XRG-HEADER-SW TO SMP-HEADER-SW.
       1400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1500-LOCATE-CODE-FIELD - THE FIELD LINE'S FIELD ON THE        *
      *  REGISTERED LOGICAL RECORD.  ITS BYTES ARE THE STRATUM, SO IT  *
      *  MUST BE A SINGLE DISPLAY FIELD OF NO MORE THAN 20 BYTES - A   *
      *  STATUS, TYPE OR REGION CODE, NOT AN AMOUNT.                   *
      ******************************************************************
       1500-LOCATE-CODE-FIELD.
           OPEN INPUT LRCAT-FILE
           IF NOT SMP-LRCAT-OK
               DISPLAY "RLHLSAMP - UNABLE TO OPEN LRCAT, STATUS="
                   SMP-LRCAT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-READ-CATALOG THRU 1510-EXIT
               UNTIL SMP-LRCAT-EOF OR SMP-FLD-FOUND
           CLOSE LRCAT-FILE
           EVALUATE TRUE
               WHEN NOT SMP-FLD-FOUND
                   DISPLAY "RLHLSAMP - LOGICAL RECORD " SMP-LR-NAME
                       " HAS NO FIELD " SMP-FIELD-NAME
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
               WHEN SMP-FLD-USAGE NOT = "DISPLAY"
                   AND SMP-FLD-USAGE NOT = "EDITED"
                   DISPLAY "RLHLSAMP - A CODE FIELD MUST BE DISPLAY, "
                       "NOT " SMP-FLD-USAGE
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
               WHEN SMP-FLD-LEN > 20
                   DISPLAY "RLHLSAMP - A CODE FIELD MAY BE NO LONGER "
                       "THAN 20 BYTES"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
               WHEN SMP-FLD-OCCURS > 1
                   DISPLAY "RLHLSAMP - A CODE FIELD MAY NOT REPEAT "
                       "UNDER AN OCCURS"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-EVALUATE.
       1500-EXIT.
           EXIT.
      *
       1510-READ-CATALOG.
           READ LRCAT-FILE
               AT END
                   MOVE "Y" TO SMP-LRCAT-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           IF NOT LRC-IS-FIELD OR LRC-BYTE-LEN = 0
               GO TO 1510-EXIT
           END-IF
           IF LRC-LR-NAME NOT = SMP-LR-NAME
               AND LRC-LR-NAME NOT = SMP-LR-ALT
               GO TO 1510-EXIT
           END-IF
           IF LRC-FIELD-NAME NOT = SMP-FIELD-NAME
               AND LRC-FIELD-NAME NOT = SMP-FIELD-ALT
               GO TO 1510-EXIT
           END-IF
           MOVE "Y" TO SMP-FLD-FOUND-SW
           MOVE LRC-OFFSET TO SMP-FLD-OFFSET
           MOVE LRC-BYTE-LEN TO SMP-FLD-LEN
           MOVE LRC-USAGE-CD TO SMP-FLD-USAGE
           MOVE LRC-OCCURS-MAX TO SMP-FLD-OCCURS.
       1510-EXIT.
           EXIT.
      *
      *> A SEED FROM THE CLOCK WHEN NONE WAS GIVEN - MIXED AS
      *> PIITOKEN MIXES ITS OWN, AND KEPT INSIDE 1 THROUGH 2**31-2.
      *> EITHER WAY THE CERTIFICATE RECORDS IT.
       1600-SEED-RANDOM.
           IF SMP-MODE-NTH OR SMP-SEED-GIVEN
               GO TO 1600-EXIT
           END-IF
           COMPUTE SMP-RAND-PROD = SMP-RUN-TIME * 7919 + SMP-RUN-DATE
           DIVIDE SMP-RAND-PROD BY 2147483646 GIVING SMP-RAND-QUOT
               REMAINDER SMP-START-SEED
           ADD 1 TO SMP-START-SEED.
       1600-EXIT.
           EXIT.
      *
       1700-CHECK-KEY.
           IF SMP-KEY-LEN <= 0 OR SMP-KEY-LEN > 40 OR SMP-KEY-OFFSET < 0
               DISPLAY "RLHLSAMP - HEADER OF " SMP-EXTRACT-DD
                   " CARRIES NO USABLE KEY - NOTHING TO RANGE BY"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1700-EXIT
           END-IF
           PERFORM 1710-CHECK-ONE-RANGE THRU 1710-EXIT
               VARYING SMP-STR-IDX FROM 1 BY 1
               UNTIL SMP-STR-IDX > SMP-STR-TOP.
       1700-EXIT.
           EXIT.
      *
       1710-CHECK-ONE-RANGE.
           IF SMP-KEY-LEN = 40
               GO TO 1710-EXIT
           END-IF
           IF SMP-STR-LOW(SMP-STR-IDX)(SMP-KEY-LEN + 1:) NOT = SPACES
               OR SMP-STR-HIGH(SMP-STR-IDX)(SMP-KEY-LEN + 1:)
                   NOT = SPACES
               MOVE SMP-STR-IDX TO SMP-STR-NO-TXT
               DISPLAY "RLHLSAMP - RANGE " SMP-STR-NO-TXT
                   " HAS A BOUND LONGER THAN THE HEADER'S KEY"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1710-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-COUNT-POPULATION - FIRST PASS.  EVERY DETAIL IS PLACED   *
      *  IN ITS STRATUM AND COUNTED; ON A CODE SAMPLE A NEW VALUE      *
      *  OPENS A NEW STRATUM.                                          *
      ******************************************************************
       2000-COUNT-POPULATION.
           PERFORM 2900-READ-DETAIL THRU 2900-EXIT
           IF SMP-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO SMP-POP-CNT
      *> A VARIABLE-LENGTH HEADER'S RECORD LENGTH IS A CEILING - A
      *> SHORTER DETAIL IS NORMAL, A LONGER ONE IS COUNTED.
           IF RLHL-VARIABLE-LENGTH
               AND SMP-IN-LEN > RLHL-RECORD-LENGTH
               ADD 1 TO SMP-OVERLONG-CNT
           END-IF
           PERFORM 2100-CLASSIFY-DETAIL THRU 2100-EXIT
           IF SMP-STRATUM > 0
               ADD 1 TO SMP-STR-POP(SMP-STRATUM)
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2100-CLASSIFY-DETAIL - THE STRATUM OF THE DETAIL IN           *
      *  SMP-REC-BUF INTO SMP-STRATUM.  THE SHORT, OUTSIDE AND         *
      *  OVERFLOW COUNTS ONLY ACCUMULATE ON THE COUNTING PASS.         *
      ******************************************************************
       2100-CLASSIFY-DETAIL.
           MOVE 0 TO SMP-STRATUM
           EVALUATE TRUE
               WHEN SMP-MODE-NTH
                   CONTINUE
               WHEN SMP-MODE-RANDOM
                   MOVE 1 TO SMP-STRATUM
               WHEN SMP-MODE-KEYRANGE
                   IF SMP-IN-LEN < SMP-KEY-OFFSET + SMP-KEY-LEN
                       IF SMP-COUNTING
                           ADD 1 TO SMP-SHORT-CNT
                       END-IF
                       GO TO 2100-EXIT
                   END-IF
                   MOVE SPACES TO SMP-KEY-VAL
                   MOVE SMP-REC-BUF(SMP-KEY-OFFSET + 1:SMP-KEY-LEN)
                       TO SMP-KEY-VAL
                   PERFORM 2110-MATCH-ONE-RANGE THRU 2110-EXIT
                       VARYING SMP-STR-IDX FROM 1 BY 1
                       UNTIL SMP-STR-IDX > SMP-STR-TOP
                       OR SMP-STRATUM > 0
                   IF SMP-STRATUM = 0 AND SMP-COUNTING
                       ADD 1 TO SMP-UNCLASSED-CNT
                   END-IF
               WHEN SMP-MODE-CODE
                   IF SMP-IN-LEN < SMP-FLD-OFFSET + SMP-FLD-LEN
                       IF SMP-COUNTING
                           ADD 1 TO SMP-SHORT-CNT
                       END-IF
                       GO TO 2100-EXIT
                   END-IF
                   MOVE SPACES TO SMP-CODE-VAL
                   MOVE SMP-REC-BUF(SMP-FLD-OFFSET + 1:SMP-FLD-LEN)
                       TO SMP-CODE-VAL
                   PERFORM 2120-MATCH-ONE-CODE THRU 2120-EXIT
                       VARYING SMP-STR-IDX FROM 1 BY 1
                       UNTIL SMP-STR-IDX > SMP-STR-TOP
                       OR SMP-STRATUM > 0
                   IF SMP-STRATUM = 0 AND SMP-COUNTING
                       PERFORM 2130-OPEN-CODE-STRATUM THRU 2130-EXIT
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
       2110-MATCH-ONE-RANGE.
           IF SMP-KEY-VAL >= SMP-STR-LOW(SMP-STR-IDX)
               AND SMP-KEY-VAL <= SMP-STR-HIGH(SMP-STR-IDX)
               MOVE SMP-STR-IDX TO SMP-STRATUM
           END-IF.
       2110-EXIT.
           EXIT.
      *
       2120-MATCH-ONE-CODE.
           IF SMP-STR-CODE(SMP-STR-IDX) = SMP-CODE-VAL
               MOVE SMP-STR-IDX TO SMP-STRATUM
           END-IF.
       2120-EXIT.
           EXIT.
      *
      *> A FULL TABLE STOPS THE RUN AT THE END OF THE COUNT - A
      *> CODE WITH NO STRATUM COULD NEVER BE SAMPLED.
       2130-OPEN-CODE-STRATUM.
           IF SMP-STR-TOP >= SMP-STR-MAX
               ADD 1 TO SMP-STR-OVERFLOW-CNT
               GO TO 2130-EXIT
           END-IF
           ADD 1 TO SMP-STR-TOP
           INITIALIZE SMP-STR-ENTRY(SMP-STR-TOP)
           MOVE SMP-CODE-VAL TO SMP-STR-CODE(SMP-STR-TOP)
           MOVE SMP-SIZE TO SMP-STR-SIZE(SMP-STR-TOP)
           MOVE SMP-STR-TOP TO SMP-STRATUM.
       2130-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-SIZE-STRATA - EACH STRATUM'S SAMPLE IS ITS SIZE, OR THE  *
      *  WHOLE STRATUM WHEN IT HOLDS FEWER DETAILS THAN THAT.  AN NTH  *
      *  SAMPLE'S SIZE FOLLOWS FROM THE POPULATION ALONE.              *
      ******************************************************************
       2500-SIZE-STRATA.
           IF SMP-HALTED
               GO TO 2500-EXIT
           END-IF
           IF SMP-STR-OVERFLOW-CNT > 0
               DISPLAY "RLHLSAMP - MORE THAN 50 VALUES OF "
                   SMP-FIELD-NAME " - " SMP-STR-OVERFLOW-CNT
                   " DETAILS HAVE NO STRATUM"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2500-EXIT
           END-IF
           IF SMP-MODE-NTH
               IF SMP-POP-CNT >= SMP-START
                   COMPUTE SMP-NTH-QUOT =
                       (SMP-POP-CNT - SMP-START) / SMP-EVERY
                   COMPUTE SMP-KEPT-CNT = SMP-NTH-QUOT + 1
               END-IF
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-SIZE-ONE-STRATUM THRU 2510-EXIT
               VARYING SMP-STR-IDX FROM 1 BY 1
               UNTIL SMP-STR-IDX > SMP-STR-TOP.
       2500-EXIT.
           EXIT.
      *
       2510-SIZE-ONE-STRATUM.
           IF SMP-STR-POP(SMP-STR-IDX) < SMP-STR-SIZE(SMP-STR-IDX)
               MOVE SMP-STR-POP(SMP-STR-IDX)
                   TO SMP-STR-WANT(SMP-STR-IDX)
               ADD 1 TO SMP-SHORT-STRATUM-CNT
           ELSE
               MOVE SMP-STR-SIZE(SMP-STR-IDX)
                   TO SMP-STR-WANT(SMP-STR-IDX)
           END-IF
           ADD SMP-STR-WANT(SMP-STR-IDX) TO SMP-KEPT-CNT.
       2510-EXIT.
           EXIT.
      *
      *> ONE DETAIL INTO SMP-REC-BUF.  AN RLHLTRL HASH-TOTAL TRAILER
      *> (SEE RLHLTRL.cpy) IS NOT A DETAIL - IT BELONGS TO THE FULL
      *> FILE, NOT THE SAMPLE, SO IT IS READ PAST.
       2900-READ-DETAIL.
           READ EXTRACT-FILE INTO SMP-REC-BUF
               AT END
                   MOVE "Y" TO SMP-EOF-SW
                   GO TO 2900-EXIT
           END-READ
           IF SMP-REC-BUF(1:8) = "RLHLTRLR"
               GO TO 2900-READ-DETAIL
           END-IF.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-MEASURE-SAMPLE - SECOND PASS.  THE SAMPLE IS DRAWN ONCE  *
      *  TO FIND WHERE THE KEY RECORD LANDS IN IT, SINCE A SEQUENTIAL  *
      *  OUTPUT CANNOT FIX ITS HEADER AFTERWARD.                       *
      ******************************************************************
       3000-MEASURE-SAMPLE.
           IF SMP-HALTED
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO SMP-COUNTING-SW
           PERFORM 3900-REWIND-EXTRACT THRU 3900-EXIT
           PERFORM 3050-MEASURE-ONE-DETAIL THRU 3050-EXIT
               UNTIL SMP-EOF.
       3000-EXIT.
           EXIT.
      *
       3050-MEASURE-ONE-DETAIL.
           PERFORM 2900-READ-DETAIL THRU 2900-EXIT
           IF SMP-EOF
               GO TO 3050-EXIT
           END-IF
           PERFORM 3100-DECIDE-ONE-DETAIL THRU 3100-EXIT
           IF SMP-KEEP-DETAIL
               ADD 1 TO SMP-WRITTEN-CNT
               IF SMP-DETAIL-SEQ = SMP-CLAIMED-ABOVE + 1
                   MOVE "Y" TO SMP-KEY-KEPT-SW
                   MOVE SMP-WRITTEN-CNT TO SMP-KEY-NEW-POS
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3100-DECIDE-ONE-DETAIL - TAKE OR LEAVE THE DETAIL IN HAND.   *
      *  WITHIN A STRATUM A DETAIL IS TAKEN WITH PROBABILITY (STILL   *
      *  WANTED) / (STILL TO COME), WHICH TAKES EXACTLY THE STRATUM'S *
      *  SAMPLE WITH EVERY DETAIL EQUALLY LIKELY.  THE DRAWS FOLLOW   *
      *  THE FILE'S ORDER, SO THE SAME SEED DRAWS THE SAME SAMPLE.    *
      ******************************************************************
       3100-DECIDE-ONE-DETAIL.
           MOVE "N" TO SMP-KEEP-SW
           ADD 1 TO SMP-DETAIL-SEQ
           IF SMP-MODE-NTH
               IF SMP-DETAIL-SEQ >= SMP-START
                   COMPUTE SMP-LEFT-CNT = SMP-DETAIL-SEQ - SMP-START
                   DIVIDE SMP-LEFT-CNT BY SMP-EVERY
                       GIVING SMP-NTH-QUOT REMAINDER SMP-NTH-REM
                   IF SMP-NTH-REM = 0
                       MOVE "Y" TO SMP-KEEP-SW
                   END-IF
               END-IF
               GO TO 3100-EXIT
           END-IF
           PERFORM 2100-CLASSIFY-DETAIL THRU 2100-EXIT
           IF SMP-STRATUM = 0
               GO TO 3100-EXIT
           END-IF
           COMPUTE SMP-NEED-CNT = SMP-STR-WANT(SMP-STRATUM)
               - SMP-STR-TAKEN(SMP-STRATUM)
           COMPUTE SMP-LEFT-CNT = SMP-STR-POP(SMP-STRATUM)
               - SMP-STR-SEEN(SMP-STRATUM)
           ADD 1 TO SMP-STR-SEEN(SMP-STRATUM)
           EVALUATE TRUE
               WHEN SMP-NEED-CNT = 0
                   GO TO 3100-EXIT
               WHEN SMP-NEED-CNT >= SMP-LEFT-CNT
                   MOVE "Y" TO SMP-KEEP-SW
               WHEN OTHER
                   PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
                   COMPUTE SMP-DRAW-LEFT = SMP-LEFT-CNT * SMP-RAND-SEED
                   COMPUTE SMP-DRAW-NEED = SMP-NEED-CNT * 2147483647
                   IF SMP-DRAW-LEFT < SMP-DRAW-NEED
                       MOVE "Y" TO SMP-KEEP-SW
                   END-IF
           END-EVALUATE
           IF SMP-KEEP-DETAIL
               ADD 1 TO SMP-STR-TAKEN(SMP-STRATUM)
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *> BACK TO THE FIRST DETAIL, WITH THE GENERATOR AND EVERY
      *> STRATUM'S PROGRESS RESET, SO THE NEXT PASS DRAWS EXACTLY
      *> WHAT THE LAST ONE DID.
       3900-REWIND-EXTRACT.
           CLOSE EXTRACT-FILE
           OPEN INPUT EXTRACT-FILE
           IF NOT SMP-EXTRACT-OK
               DISPLAY "RLHLSAMP - UNABLE TO REOPEN " SMP-EXTRACT-DD
                   " STATUS=" SMP-EXTRACT-STATUS
               MOVE "N" TO SMP-EXTRACT-OPENED-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 3900-EXIT
           END-IF
           MOVE "N" TO SMP-EOF-SW
           READ EXTRACT-FILE INTO SMP-REC-BUF
               AT END
                   MOVE "Y" TO SMP-EOF-SW
           END-READ
           MOVE 0 TO SMP-DETAIL-SEQ
           MOVE SMP-START-SEED TO SMP-RAND-SEED
           PERFORM 3910-RESET-ONE-STRATUM THRU 3910-EXIT
               VARYING SMP-STR-IDX FROM 1 BY 1
               UNTIL SMP-STR-IDX > SMP-STR-TOP.
       3900-EXIT.
           EXIT.
      *
       3910-RESET-ONE-STRATUM.
           MOVE 0 TO SMP-STR-SEEN(SMP-STR-IDX)
           MOVE 0 TO SMP-STR-TAKEN(SMP-STR-IDX).
       3910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-WRITE-SAMPLE - THIRD PASS.  THE REBUILT HEADER, THEN THE *
      *  SAME DRAW AS THE SECOND PASS, WRITING EACH DETAIL TAKEN AT    *
      *  ITS OWN LENGTH.                                               *
      ******************************************************************
       4000-WRITE-SAMPLE.
           IF SMP-HALTED
               GO TO 4000-EXIT
           END-IF
           PERFORM 3900-REWIND-EXTRACT THRU 3900-EXIT
           IF SMP-HALTED
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT SAMPOUT-FILE
           MOVE "Y" TO SMP-SAMPOUT-OPENED-SW
           MOVE SMP-KEPT-CNT TO RLHL-RECORD-COUNT
           IF SMP-KEPT-CNT = 0
               MOVE 0 TO RLHL-RECORDS-ABOVE
               MOVE 0 TO RLHL-RECORDS-BELOW
           ELSE
               IF SMP-KEY-KEPT
                   COMPUTE SMP-NEW-ABOVE = SMP-KEY-NEW-POS - 1
               ELSE
      *> THE KEY RECORD WAS NOT SAMPLED - THE KEY DROPS TO THE FIRST
      *> SAMPLED RECORD, THE SAME RULE RLHLASOF AND RLHLSPLT APPLY.
                   MOVE 0 TO SMP-NEW-ABOVE
               END-IF
               COMPUTE SMP-NEW-BELOW =
                   SMP-KEPT-CNT - SMP-NEW-ABOVE - 1
               MOVE SMP-NEW-ABOVE TO RLHL-RECORDS-ABOVE
               MOVE SMP-NEW-BELOW TO RLHL-RECORDS-BELOW
           END-IF
           MOVE 100 TO SMP-OUT-LEN
           WRITE SAMPOUT-RECORD FROM RLHL-HEADER-RECORD
           MOVE 0 TO SMP-WRITTEN-CNT
           MOVE "Y" TO SMP-WRITING-SW
           PERFORM 4100-COPY-ONE-DETAIL THRU 4100-EXIT
               UNTIL SMP-EOF.
       4000-EXIT.
           EXIT.
      *
       4100-COPY-ONE-DETAIL.
           PERFORM 2900-READ-DETAIL THRU 2900-EXIT
           IF SMP-EOF
               GO TO 4100-EXIT
           END-IF
           PERFORM 3100-DECIDE-ONE-DETAIL THRU 3100-EXIT
           IF SMP-KEEP-DETAIL
               ADD 1 TO SMP-WRITTEN-CNT
               MOVE SMP-IN-LEN TO SMP-OUT-LEN
               WRITE SAMPOUT-RECORD FROM SMP-REC-BUF(1:SMP-OUT-LEN)
           END-IF.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-WRITE-CERTIFICATE - THE PARAMETERS THE SAMPLE WAS DRAWN  *
      *  UNDER, AS SAMPPRM LINES, THEN WHAT IT WAS DRAWN FROM AND      *
      *  WHAT IT HOLDS, AS COMMENT LINES.                              *
      ******************************************************************
       5000-WRITE-CERTIFICATE.
           IF SMP-HALTED
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT SAMPCERT-FILE
           MOVE SPACES TO SMP-OUT-LINE
           STRING "* RLHLSAMP SAMPLE CERTIFICATE  RUN "
               SMP-RUN-DATE " " SMP-RUN-TIME
               DELIMITED BY SIZE
               INTO SMP-OUT-LINE
           END-STRING
           WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           MOVE SPACES TO SMP-OUT-LINE
           STRING "EXTRACT " SMP-EXTRACT-DD
               DELIMITED BY SIZE
               INTO SMP-OUT-LINE
           END-STRING
           WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           MOVE SPACES TO SMP-OUT-LINE
           STRING "MODE " SMP-MODE-TXT
               DELIMITED BY SIZE
               INTO SMP-OUT-LINE
           END-STRING
           WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           EVALUATE TRUE
               WHEN SMP-MODE-NTH
                   MOVE SMP-EVERY TO SMP-EDIT-NUM
                   PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
                   MOVE SPACES TO SMP-OUT-LINE
                   STRING "EVERY " SMP-NUM-TXT
                       DELIMITED BY SIZE
                       INTO SMP-OUT-LINE
                   END-STRING
                   WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
                   MOVE SMP-START TO SMP-EDIT-NUM
                   PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
                   MOVE SPACES TO SMP-OUT-LINE
                   STRING "START " SMP-NUM-TXT
                       DELIMITED BY SIZE
                       INTO SMP-OUT-LINE
                   END-STRING
                   WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
               WHEN SMP-MODE-CODE
                   MOVE SPACES TO SMP-OUT-LINE
                   STRING "FIELD " SMP-FIELD-NAME
                       DELIMITED BY SIZE
                       INTO SMP-OUT-LINE
                   END-STRING
                   WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           END-EVALUATE
           IF SMP-SIZE-GIVEN
               MOVE SMP-SIZE TO SMP-EDIT-NUM
               PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
               MOVE SPACES TO SMP-OUT-LINE
               STRING "SIZE " SMP-NUM-TXT
                   DELIMITED BY SIZE
                   INTO SMP-OUT-LINE
               END-STRING
               WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           END-IF
           IF SMP-MODE-KEYRANGE
               PERFORM 5100-WRITE-ONE-RANGE THRU 5100-EXIT
                   VARYING SMP-STR-IDX FROM 1 BY 1
                   UNTIL SMP-STR-IDX > SMP-STR-TOP
           END-IF
           IF NOT SMP-MODE-NTH
               MOVE SMP-START-SEED TO SMP-EDIT-NUM
               PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
               MOVE SPACES TO SMP-OUT-LINE
               STRING "SEED " SMP-NUM-TXT
                   DELIMITED BY SIZE
                   INTO SMP-OUT-LINE
               END-STRING
               WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           END-IF
           MOVE SPACES TO SMP-OUT-LINE
           STRING "* DATASET " SMP-CURRENT-DSN
               DELIMITED BY SIZE
               INTO SMP-OUT-LINE
           END-STRING
           WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           MOVE RLHL-RECORD-LENGTH TO SMP-REC-LEN-TXT
           MOVE SPACES TO SMP-OUT-LINE
           STRING "* LOGICAL RECORD " SMP-LR-NAME
               DELIMITED BY SIZE
               INTO SMP-OUT-LINE
           END-STRING
           WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           MOVE SPACES TO SMP-OUT-LINE
           STRING "* FILE-ID " RLHL-FILE-ID
               "  CYCLE " RLHL-CYCLE-NUMBER
               "  CREATED " RLHL-CREATE-DATE " " RLHL-CREATE-TIME
               "  LRECL " SMP-REC-LEN-TXT
               DELIMITED BY SIZE
               INTO SMP-OUT-LINE
           END-STRING
           WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           MOVE SMP-POP-CNT TO SMP-EDIT-NUM
           PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
           MOVE SMP-NUM-TXT TO SMP-NUM2-TXT
           MOVE SMP-KEPT-CNT TO SMP-EDIT-NUM
           PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
           MOVE SPACES TO SMP-OUT-LINE
           STRING "* POPULATION " DELIMITED BY SIZE
               SMP-NUM2-TXT DELIMITED BY SPACE
               "  SAMPLE " DELIMITED BY SIZE
               SMP-NUM-TXT DELIMITED BY SPACE
               INTO SMP-OUT-LINE
           END-STRING
           WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           IF NOT SMP-MODE-NTH AND NOT SMP-MODE-RANDOM
               PERFORM 5200-WRITE-ONE-STRATUM THRU 5200-EXIT
                   VARYING SMP-STR-IDX FROM 1 BY 1
                   UNTIL SMP-STR-IDX > SMP-STR-TOP
           END-IF
           IF SMP-UNCLASSED-CNT > 0
               MOVE SMP-UNCLASSED-CNT TO SMP-EDIT-NUM
               PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
               MOVE SPACES TO SMP-OUT-LINE
               STRING "* OUTSIDE EVERY RANGE " DELIMITED BY SIZE
                   SMP-NUM-TXT DELIMITED BY SPACE
                   "  NOT SAMPLED" DELIMITED BY SIZE
                   INTO SMP-OUT-LINE
               END-STRING
               WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           END-IF
           IF SMP-SHORT-CNT > 0
               MOVE SMP-SHORT-CNT TO SMP-EDIT-NUM
               PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
               MOVE SPACES TO SMP-OUT-LINE
               STRING "* TOO SHORT TO STRATIFY " DELIMITED BY SIZE
                   SMP-NUM-TXT DELIMITED BY SPACE
                   "  NOT SAMPLED" DELIMITED BY SIZE
                   INTO SMP-OUT-LINE
               END-STRING
               WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE
           END-IF
           CLOSE SAMPCERT-FILE.
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-ONE-RANGE.
           MOVE SPACES TO SMP-OUT-LINE
           MOVE 1 TO SMP-OUT-PTR
           STRING "RANGE " DELIMITED BY SIZE
               SMP-STR-LOW(SMP-STR-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SMP-STR-HIGH(SMP-STR-IDX) DELIMITED BY SPACE
               INTO SMP-OUT-LINE
               WITH POINTER SMP-OUT-PTR
           END-STRING
      *> A RANGE THAT TOOK THE SIZE LINE IS WRITTEN WITHOUT ONE OF
      *> ITS OWN, AS IT WAS GIVEN.
           IF SMP-STR-SIZE(SMP-STR-IDX) NOT = SMP-SIZE
               OR NOT SMP-SIZE-GIVEN
               MOVE SMP-STR-SIZE(SMP-STR-IDX) TO SMP-EDIT-NUM
               PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
               STRING " " SMP-NUM-TXT DELIMITED BY SIZE
                   INTO SMP-OUT-LINE
                   WITH POINTER SMP-OUT-PTR
               END-STRING
           END-IF
           WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE.
       5100-EXIT.
           EXIT.
      *
       5200-WRITE-ONE-STRATUM.
           MOVE SPACES TO SMP-OUT-LINE
           MOVE 1 TO SMP-OUT-PTR
           MOVE SMP-STR-IDX TO SMP-STR-NO-TXT
           STRING "* STRATUM " SMP-STR-NO-TXT DELIMITED BY SIZE
               INTO SMP-OUT-LINE
               WITH POINTER SMP-OUT-PTR
           END-STRING
           IF SMP-MODE-CODE
               MOVE SMP-STR-CODE(SMP-STR-IDX) TO SMP-SHOW-CODE
               INSPECT SMP-SHOW-CODE REPLACING ALL LOW-VALUE BY "."
               STRING "  CODE [" SMP-SHOW-CODE(1:SMP-FLD-LEN) "]"
                   DELIMITED BY SIZE
                   INTO SMP-OUT-LINE
                   WITH POINTER SMP-OUT-PTR
               END-STRING
           END-IF
           MOVE SMP-STR-POP(SMP-STR-IDX) TO SMP-EDIT-NUM
           PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
           STRING "  POPULATION " DELIMITED BY SIZE
               SMP-NUM-TXT DELIMITED BY SPACE
               INTO SMP-OUT-LINE
               WITH POINTER SMP-OUT-PTR
           END-STRING
           MOVE SMP-STR-WANT(SMP-STR-IDX) TO SMP-EDIT-NUM
           PERFORM 5900-TRIM-NUMBER THRU 5900-EXIT
           STRING "  SAMPLE " DELIMITED BY SIZE
               SMP-NUM-TXT DELIMITED BY SPACE
               INTO SMP-OUT-LINE
               WITH POINTER SMP-OUT-PTR
           END-STRING
           IF SMP-STR-WANT(SMP-STR-IDX) < SMP-STR-SIZE(SMP-STR-IDX)
               STRING "  TAKEN WHOLE" DELIMITED BY SIZE
                   INTO SMP-OUT-LINE
                   WITH POINTER SMP-OUT-PTR
               END-STRING
           END-IF
           WRITE SAMPCERT-RECORD FROM SMP-OUT-LINE.
       5200-EXIT.
           EXIT.
      *
      *> SMP-EDIT-NUM LEFT-JUSTIFIED INTO SMP-NUM-TXT.
       5900-TRIM-NUMBER.
           MOVE 0 TO SMP-LEAD-CNT
           INSPECT SMP-EDIT-NUM TALLYING SMP-LEAD-CNT
               FOR LEADING SPACE
           MOVE SPACES TO SMP-NUM-TXT
           MOVE SMP-EDIT-NUM(SMP-LEAD-CNT + 1:) TO SMP-NUM-TXT.
       5900-EXIT.
           EXIT.
      *
      *> THE NEXT DRAW OF THE GENERATOR, LEFT IN SMP-RAND-SEED.
       6000-NEXT-RANDOM.
           COMPUTE SMP-RAND-PROD = SMP-RAND-SEED * 16807
           DIVIDE SMP-RAND-PROD BY 2147483647 GIVING SMP-RAND-QUOT
               REMAINDER SMP-RAND-SEED.
       6000-EXIT.
           EXIT.
      *
       7000-SUMMARIZE.
           IF SMP-HALTED
               GO TO 7000-EXIT
           END-IF
           DISPLAY "RLHLSAMP - " SMP-KEPT-CNT " OF " SMP-POP-CNT
               " DETAILS OF " SMP-EXTRACT-DD " SAMPLED, MODE "
               SMP-MODE-TXT
           IF NOT SMP-MODE-NTH
               DISPLAY "RLHLSAMP - SEED " SMP-START-SEED
           END-IF
           IF SMP-WRITTEN-CNT NOT = SMP-KEPT-CNT
               DISPLAY "RLHLSAMP - " SMP-WRITTEN-CNT
                   " DETAILS WRITTEN, NOT THE " SMP-KEPT-CNT
                   " DRAWN - THE EXTRACT CHANGED DURING THE RUN"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SMP-POP-CNT = 0
               DISPLAY "RLHLSAMP - EXTRACT HOLDS NO DETAILS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF SMP-SHORT-STRATUM-CNT > 0
               DISPLAY "RLHLSAMP - " SMP-SHORT-STRATUM-CNT
                   " STRATA HELD FEWER DETAILS THAN THEIR SIZE AND "
                   "WERE TAKEN WHOLE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF SMP-UNCLASSED-CNT > 0
               DISPLAY "RLHLSAMP - " SMP-UNCLASSED-CNT
                   " DETAILS FELL OUTSIDE EVERY RANGE"
           END-IF
           IF SMP-SHORT-CNT > 0
               DISPLAY "RLHLSAMP - " SMP-SHORT-CNT
                   " DETAILS TOO SHORT TO CARRY THE STRATUM FIELD"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF SMP-OVERLONG-CNT > 0
               DISPLAY "RLHLSAMP - " SMP-OVERLONG-CNT
                   " DETAILS ARE LONGER THAN THE HEADER'S MAXIMUM "
                   "RECORD LENGTH"
               MOVE 16 TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *> THE EXTRACT WAS OPENED BY THE DATASET NAME ON ITS REGISTRY
      *> ROW, SO THE ROW CARRIES THAT NAME.  RECORDS READ IS THE
      *> POPULATION THE FIRST PASS COUNTED.
       7850-POST-ACCESS-LOG.
           IF NOT SMP-EXTRACT-READ
               GO TO 7850-EXIT
           END-IF
           MOVE "RLHLSAMP"      TO AXL-WS-PROGRAM
           MOVE SMP-EXTRACT-DD  TO AXL-WS-EXTRACT-DD
           MOVE SMP-CURRENT-DSN TO AXL-WS-DATASET-NAME
           MOVE SMP-POP-CNT     TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF SMP-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF
           IF SMP-SAMPOUT-OPENED
               CLOSE SAMPOUT-FILE
           END-IF.
