      ******************************************************************
      **                                                              *
      **  PROGRAM      CPYXREF                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/14                                      *
      **                                                               *
      **  DESCRIPTION.  COPYBOOK-TO-PROGRAM WHERE-USED CROSS-          *
      **      REFERENCE - THE PROGRAM SIDE OF THE IMPACT QUESTION     *
      **      FLDXREF ANSWERS FOR LOGICAL RECORDS.  EVERY PROGRAM     *
      **      MEMBER NAMED ON DD SRCMEMLST IS READ FROM THE SOURCE    *
      **      LIBRARY (ENV/DD SRCLIB) AND SCANNED FOR COPY            *
      **      STATEMENTS.  EACH ONE IS RECORDED WITH THE DIVISION OR  *
      **      SECTION IT SITS IN, AND A COPY UNDER AN FD OR SD IS     *
      **      TIED TO THAT FILE'S SELECT, SO THE DD THE COPYBOOK      *
      **      DESCRIBES IS KNOWN.  THE ROWS GO TO DD CPYXREF          *
      **      (CPYXREC LAYOUT) IN COPYBOOK ORDER, AND TO DD CPYXRPT   *
      **      TWICE OVER - ONCE BY COPYBOOK (THE PROGRAMS TO          *
      **      RECOMPILE AND DDS TO RETEST WHEN IT CHANGES) AND ONCE   *
      **      BY PROGRAM (EVERYTHING IT PULLS IN).  AN OPTIONAL DD    *
      **      CPYXPRM NAMES THE COPYBOOKS OF INTEREST - TYPICALLY     *
      **      THE ONES AN LRDIFF RUN HAS JUST FLAGGED - AND LIMITS    *
      **      THE REPORT TO THEM; THE CPYXREF FILE IS ALWAYS THE      *
      **      WHOLE LIBRARY.  A NAMED COPYBOOK NO SCANNED PROGRAM     *
      **      COPIES IS CALLED OUT RATHER THAN LEFT AS AN ABSENCE.    *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/14 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPYXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> ONE PROGRAM MEMBER NAME PER LINE, THE SAME SHAPE AS CCB2LR'S
      *> CPYMEMLST.
           SELECT SRCMEMLST-FILE ASSIGN TO "SRCMEMLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CWX-SRCMEMLST-STATUS.
      *> RESOLVED AT RUN TIME FROM CWX-SRCIN-PATH - ONE MEMBER OF THE
      *> CONFIGURED SOURCE LIBRARY (ENV/DD SRCLIB) AT A TIME.
           SELECT SRCIN-FILE    ASSIGN DYNAMIC CWX-SRCIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CWX-SRCIN-STATUS.
      *> OPTIONAL - ABSENT MEANS REPORT EVERY COPYBOOK FOUND.
           SELECT OPTIONAL CPYXPRM-FILE ASSIGN TO "CPYXPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CWX-CPYXPRM-STATUS.
           SELECT CPYXREF-FILE  ASSIGN TO "CPYXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CWX-CPYXREF-STATUS.
           SELECT CPYXRPT-FILE  ASSIGN TO "CPYXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CWX-CPYXRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SRCMEMLST-FILE.
       01  SRCMEMLST-RECORD                PIC X(30).
       FD  SRCIN-FILE.
       01  SRCIN-RECORD                    PIC X(80).
       FD  CPYXPRM-FILE.
       01  CPYXPRM-RECORD.
           05  CWX-PARM-COPYBOOK           PIC X(30).
       FD  CPYXREF-FILE.
       COPY CPYXREC.
       FD  CPYXRPT-FILE.
       01  CPYXRPT-RECORD                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  CWX-SRCMEMLST-STATUS            PIC XX.
           88  CWX-SRCMEMLST-OK            VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE STATUS TO "10", SO WHETHER
      *> THE FILE IS STILL OPEN AT TERMINATION TIME IS TRACKED HERE
      *> INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  CWX-SRCMEMLST-OPENED-SW         PIC X(01)       VALUE "N".
           88  CWX-SRCMEMLST-OPENED        VALUE "Y".
       01  CWX-SRCIN-STATUS                PIC XX.
           88  CWX-SRCIN-OK                VALUE "00".
       01  CWX-CPYXPRM-STATUS              PIC XX.
           88  CWX-CPYXPRM-OK              VALUE "00".
       01  CWX-CPYXREF-STATUS              PIC XX.
           88  CWX-CPYXREF-OK              VALUE "00".
      *> SAME REASONING AS CWX-SRCMEMLST-OPENED-SW ABOVE.
       01  CWX-CPYXREF-OPENED-SW           PIC X(01)       VALUE "N".
           88  CWX-CPYXREF-OPENED          VALUE "Y".
       01  CWX-CPYXRPT-STATUS              PIC XX.
           88  CWX-CPYXRPT-OK              VALUE "00".
       01  CWX-CPYXRPT-OPENED-SW           PIC X(01)       VALUE "N".
           88  CWX-CPYXRPT-OPENED          VALUE "Y".
       01  CWX-MEMLST-EOF-SW               PIC X(01)       VALUE "N".
           88  CWX-MEMLST-EOF              VALUE "Y".
       01  CWX-SRCIN-EOF-SW                PIC X(01)       VALUE "N".
           88  CWX-SRCIN-EOF               VALUE "Y".
       01  CWX-PRM-EOF-SW                  PIC X(01)       VALUE "N".
           88  CWX-PRM-EOF                 VALUE "Y".
       01  CWX-SRCLIB-DIR                  PIC X(60)       VALUE SPACES.
       01  CWX-SRCIN-PATH                  PIC X(100)      VALUE SPACES.
       01  CWX-MEMBER-NAME                 PIC X(30)       VALUE SPACES.
       01  CWX-PROGRAM-ID                  PIC X(30)       VALUE SPACES.
       01  CWX-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  CWX-LINE-NO                     PIC 9(06)       VALUE 0.
      *> ------------------ ONE SOURCE LINE ----------------------------
      *> ONLY COLUMNS 8-72 ARE PROGRAM TEXT; THE SEQUENCE AREA AND
      *> THE IDENTIFICATION AREA NEVER REACH THE TOKENIZER.
       01  CWX-SRC-LINE                    PIC X(80).
       01  CWX-SRC-LINE-R REDEFINES CWX-SRC-LINE.
           05  CWX-SRC-SEQ-AREA             PIC X(06).
           05  CWX-SRC-INDICATOR            PIC X(01).
           05  CWX-SRC-TEXT                 PIC X(65).
           05  CWX-SRC-IDENT-AREA           PIC X(08).
       01  CWX-RAW-TOKEN-TAB.
           05  CWX-RAW-TOKEN               PIC X(30)   OCCURS 8.
       01  CWX-TOKEN-TAB.
           05  CWX-TOKEN                   PIC X(30)   OCCURS 8.
       01  CWX-TOKEN-CNT                   PIC 9(02)       VALUE 0.
       01  CWX-TOKEN-IDX                   PIC 9(02).
       01  CWX-TOK-LEN                     PIC 9(02)       VALUE 0.
       01  CWX-UNQUOTED                    PIC X(30)       VALUE SPACES.
      *> WHERE THE SCAN STANDS IN THE PROGRAM, AND WHAT THE PREVIOUS
      *> TOKEN LEFT IT EXPECTING NEXT - A SELECT'S ASSIGN CLAUSE
      *> USUALLY SHARES THE SELECT'S LINE BUT NEED NOT.
       01  CWX-SECTION                     PIC X(16)       VALUE SPACES.
       01  CWX-CURRENT-FD                  PIC X(30)       VALUE SPACES.
       01  CWX-EXPECT-SW                   PIC X(01)       VALUE SPACE.
           88  CWX-EXPECT-NOTHING          VALUE SPACE.
           88  CWX-EXPECT-SELECT-NAME      VALUE "S".
           88  CWX-EXPECT-ASSIGN           VALUE "A".
           88  CWX-EXPECT-ASSIGN-TARGET    VALUE "T".
      *> ---------------- THIS PROGRAM'S SELECTS -----------------------
       01  CWX-SEL-TAB.
           05  CWX-SEL-ENTRY               OCCURS 50 TIMES.
               10  CWX-SEL-FILE             PIC X(30).
               10  CWX-SEL-DD               PIC X(10).
       01  CWX-SEL-TOP                     PIC 9(02)       VALUE 0.
       01  CWX-SEL-IDX                     PIC 9(02).
       01  CWX-SEL-FOUND-IDX               PIC 9(02)       VALUE 0.
       01  CWX-SEL-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
      *> ---------------- WHERE-USED TABLE -----------------------------
      *> ONE ENTRY PER COPY STATEMENT ACROSS THE WHOLE LIBRARY.  THE
      *> PROGRAM NAME IS FILLED IN WHEN THE MEMBER HAS BEEN READ
      *> THROUGH, SINCE PROGRAM-ID NEED NOT MATCH THE MEMBER NAME.
       01  CWX-USE-TAB.
           05  CWX-USE-ENTRY               OCCURS 3000 TIMES.
               10  CWX-USE-COPYBOOK         PIC X(30).
               10  CWX-USE-PROGRAM          PIC X(30).
               10  CWX-USE-SECTION          PIC X(16).
               10  CWX-USE-FD               PIC X(30).
               10  CWX-USE-DD               PIC X(10).
               10  CWX-USE-LINE-NO          PIC 9(06).
               10  CWX-USE-USED-SW          PIC X(01).
       01  CWX-USE-TOP                     PIC 9(04)       VALUE 0.
       01  CWX-USE-IDX                     PIC 9(04).
       01  CWX-USE-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  CWX-MEMBER-FIRST-USE            PIC 9(04)       VALUE 0.
      *> REPEATED MINIMUM PICK OVER THE WHERE-USED TABLE, THE SAME
      *> IN-MEMORY APPROACH MAILSORT TAKES - THE SUITE HAS NO
      *> SORT-STEP CONVENTION.  TIES EMIT IN SCAN ORDER.
       01  CWX-ORDER-TAB.
           05  CWX-ORDER-IX                PIC 9(04)   OCCURS 3000.
       01  CWX-OX                          PIC 9(04).
       01  CWX-PX                          PIC 9(04).
       01  CWX-BEST                        PIC 9(04)       VALUE 0.
       01  CWX-SORT-BY-SW                  PIC X(01)       VALUE "C".
           88  CWX-SORT-BY-COPYBOOK        VALUE "C".
           88  CWX-SORT-BY-PROGRAM         VALUE "P".
      *> ---------------- COPYBOOKS OF INTEREST ------------------------
       01  CWX-PRM-TAB.
           05  CWX-PRM-ENTRY               OCCURS 100 TIMES.
               10  CWX-PRM-COPYBOOK         PIC X(30).
               10  CWX-PRM-HIT-CNT          PIC 9(04).
       01  CWX-PRM-TOP                     PIC 9(03)       VALUE 0.
       01  CWX-PRM-IDX                     PIC 9(03).
       01  CWX-PRM-FOUND-IDX               PIC 9(03)       VALUE 0.
       01  CWX-PRM-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
      *> ---------------- REPORT WORK AREAS ----------------------------
       01  CWX-PREV-KEY                    PIC X(30)       VALUE SPACES.
       01  CWX-GROUP-CNT                   PIC 9(04)       VALUE 0.
       01  CWX-MEMBER-CNT                  PIC 9(04)       VALUE 0.
       01  CWX-MEMBER-FAIL-CNT             PIC 9(04)       VALUE 0.
       01  CWX-LINE-TXT                    PIC ZZZZZ9.
       01  CWX-CNT-TXT                     PIC ZZZ9.
       01  CWX-OUT-LINE                    PIC X(100)      VALUE SPACES.
       01  CWX-OUT-PTR                     PIC 9(03)       VALUE 1.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCAN-ONE-MEMBER THRU 2000-EXIT
               UNTIL CWX-MEMLST-EOF
           PERFORM 3000-WRITE-XREF-FILE THRU 3000-EXIT
           PERFORM 4000-REPORT-BY-COPYBOOK THRU 4000-EXIT
           PERFORM 5000-REPORT-BY-PROGRAM THRU 5000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT CWX-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CWX-SRCLIB-DIR FROM ENVIRONMENT "SRCLIB"
           IF CWX-SRCLIB-DIR = SPACES
               MOVE "." TO CWX-SRCLIB-DIR
           END-IF
           PERFORM 1100-LOAD-PARM-LIST THRU 1100-EXIT
           OPEN INPUT SRCMEMLST-FILE
           IF NOT CWX-SRCMEMLST-OK
               DISPLAY "CPYXREF - UNABLE TO OPEN SRCMEMLST, STATUS="
                   CWX-SRCMEMLST-STATUS
               MOVE "Y" TO CWX-MEMLST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CWX-SRCMEMLST-OPENED-SW
           OPEN OUTPUT CPYXREF-FILE
           IF NOT CWX-CPYXREF-OK
               DISPLAY "CPYXREF - UNABLE TO OPEN CPYXREF, STATUS="
                   CWX-CPYXREF-STATUS
               MOVE "Y" TO CWX-MEMLST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CWX-CPYXREF-OPENED-SW
           OPEN OUTPUT CPYXRPT-FILE
           IF NOT CWX-CPYXRPT-OK
               DISPLAY "CPYXREF - UNABLE TO OPEN CPYXRPT, STATUS="
                   CWX-CPYXRPT-STATUS
               MOVE "Y" TO CWX-MEMLST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CWX-CPYXRPT-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
      *> THE COPYBOOKS OF INTEREST, WHEN SUPPLIED.  AN EMPTY OR ABSENT
      *> CPYXPRM LEAVES THE TABLE EMPTY, WHICH MEANS "REPORT THEM ALL".
       1100-LOAD-PARM-LIST.
           OPEN INPUT CPYXPRM-FILE
           IF NOT CWX-CPYXPRM-OK
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LOAD-ONE-PARM THRU 1110-EXIT
               UNTIL CWX-PRM-EOF
           CLOSE CPYXPRM-FILE.
       1100-EXIT.
           EXIT.
      *
       1110-LOAD-ONE-PARM.
           READ CPYXPRM-FILE
               AT END
                   MOVE "Y" TO CWX-PRM-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF CWX-PARM-COPYBOOK = SPACES
               GO TO 1110-EXIT
           END-IF
           IF CWX-PRM-TOP < 100
               ADD 1 TO CWX-PRM-TOP
               MOVE CWX-PARM-COPYBOOK
                   TO CWX-PRM-COPYBOOK(CWX-PRM-TOP)
               MOVE 0 TO CWX-PRM-HIT-CNT(CWX-PRM-TOP)
           ELSE
               ADD 1 TO CWX-PRM-OVERFLOW-CNT
           END-IF.
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-SCAN-ONE-MEMBER - READS THE NEXT PROGRAM NAME OFF        *
      *  SRCMEMLST, RESOLVES IT AGAINST THE SOURCE LIBRARY THE WAY     *
      *  CCB2LR RESOLVES A COPYBOOK MEMBER, AND SCANS IT LINE BY LINE. *
      *  A MEMBER THAT WILL NOT OPEN IS REPORTED AND COUNTED BUT DOES  *
      *  NOT STOP THE REMAINING MEMBERS FROM BEING SCANNED.            *
      ******************************************************************
       2000-SCAN-ONE-MEMBER.
           READ SRCMEMLST-FILE
               AT END
                   MOVE "Y" TO CWX-MEMLST-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF SRCMEMLST-RECORD = SPACES
               GO TO 2000-EXIT
           END-IF
           MOVE SRCMEMLST-RECORD TO CWX-MEMBER-NAME
           ADD 1 TO CWX-MEMBER-CNT
           PERFORM 2010-RESET-MEMBER-STATE
           MOVE SPACES TO CWX-SRCIN-PATH
           STRING CWX-SRCLIB-DIR      DELIMITED BY SPACE
                  "/"                 DELIMITED BY SIZE
                  CWX-MEMBER-NAME     DELIMITED BY SPACE
                  ".cbl"              DELIMITED BY SIZE
               INTO CWX-SRCIN-PATH
           END-STRING
           OPEN INPUT SRCIN-FILE
           IF NOT CWX-SRCIN-OK
               DISPLAY "CPYXREF - UNABLE TO OPEN MEMBER "
                   CWX-MEMBER-NAME ", STATUS=" CWX-SRCIN-STATUS
               ADD 1 TO CWX-MEMBER-FAIL-CNT
               MOVE SPACES TO CWX-OUT-LINE
               STRING "*** MEMBER " DELIMITED BY SIZE
                   CWX-MEMBER-NAME DELIMITED BY SPACE
                   " COULD NOT BE OPENED - NOT SCANNED"
                   DELIMITED BY SIZE
                   INTO CWX-OUT-LINE
               END-STRING
               WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SCAN-ONE-LINE THRU 2100-EXIT
               UNTIL CWX-SRCIN-EOF
           CLOSE SRCIN-FILE
           IF CWX-PROGRAM-ID = SPACES
               MOVE CWX-MEMBER-NAME TO CWX-PROGRAM-ID
           END-IF
           PERFORM 2900-STAMP-ONE-USE THRU 2900-EXIT
               VARYING CWX-USE-IDX FROM CWX-MEMBER-FIRST-USE BY 1
               UNTIL CWX-USE-IDX > CWX-USE-TOP.
       2000-EXIT.
           EXIT.
      *
       2010-RESET-MEMBER-STATE.
           MOVE "N" TO CWX-SRCIN-EOF-SW
           MOVE 0 TO CWX-LINE-NO
           MOVE 0 TO CWX-SEL-TOP
           MOVE SPACES TO CWX-SECTION CWX-CURRENT-FD CWX-PROGRAM-ID
           MOVE SPACE TO CWX-EXPECT-SW
           COMPUTE CWX-MEMBER-FIRST-USE = CWX-USE-TOP + 1.
      *
      ******************************************************************
      *  2100-SCAN-ONE-LINE - COMMENT LINES (AN * OR / INDICATOR, OR   *
      *  TEXT OPENING WITH *>) ARE SKIPPED.  DIVISION AND SECTION      *
      *  HEADERS, FD/SD ENTRIES AND COPY STATEMENTS ARE RECOGNIZED     *
      *  ONLY AS THE FIRST WORD ON THE LINE, WHICH IS HOW THIS SHOP    *
      *  CODES THEM - SO A LITERAL OR A COMMENT THAT HAPPENS TO SAY    *
      *  "COPY" PART WAY THROUGH A LINE IS NEVER TAKEN FOR ONE.        *
      ******************************************************************
       2100-SCAN-ONE-LINE.
           READ SRCIN-FILE INTO CWX-SRC-LINE
               AT END
                   MOVE "Y" TO CWX-SRCIN-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CWX-LINE-NO
           IF CWX-SRC-INDICATOR = "*" OR "/"
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-TOKENIZE-LINE
           IF CWX-TOKEN-CNT = 0
               GO TO 2100-EXIT
           END-IF
           IF CWX-TOKEN(1)(1:2) = "*>"
               GO TO 2100-EXIT
           END-IF
           IF CWX-TOKEN(2) = "DIVISION" OR "SECTION"
               PERFORM 2200-NOTE-SECTION THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF
           EVALUATE CWX-TOKEN(1)
               WHEN "PROGRAM-ID"
                   IF CWX-PROGRAM-ID = SPACES
                       MOVE CWX-TOKEN(2) TO CWX-PROGRAM-ID
                   END-IF
               WHEN "FD"
               WHEN "SD"
                   MOVE CWX-TOKEN(2) TO CWX-CURRENT-FD
               WHEN "COPY"
                   PERFORM 2400-RECORD-ONE-COPY THRU 2400-EXIT
               WHEN OTHER
                   PERFORM 2300-SCAN-SELECT-TOKEN THRU 2300-EXIT
                       VARYING CWX-TOKEN-IDX FROM 1 BY 1
                       UNTIL CWX-TOKEN-IDX > CWX-TOKEN-CNT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
       2110-TOKENIZE-LINE.
           MOVE 0 TO CWX-TOKEN-CNT
           MOVE SPACES TO CWX-TOKEN-TAB CWX-RAW-TOKEN-TAB
           UNSTRING CWX-SRC-TEXT DELIMITED BY ALL SPACES
               INTO CWX-RAW-TOKEN(1) CWX-RAW-TOKEN(2) CWX-RAW-TOKEN(3)
                    CWX-RAW-TOKEN(4) CWX-RAW-TOKEN(5) CWX-RAW-TOKEN(6)
                    CWX-RAW-TOKEN(7) CWX-RAW-TOKEN(8)
           END-UNSTRING
      *> DROP EMPTY SLOTS LEFT BY LEADING/REPEATED BLANKS SO TOKEN(1)
      *> IS ALWAYS THE FIRST WORD ON THE LINE.
           PERFORM 2120-COMPACT-ONE-TOKEN THRU 2120-EXIT
               VARYING CWX-TOKEN-IDX FROM 1 BY 1
                   UNTIL CWX-TOKEN-IDX > 8
      *> A SENTENCE-ENDING PERIOD RIDES ALONG WITH THE LAST TOKEN ON
      *> THE LINE (E.G. "LRCATREC.") - STRIP IT SO NAMES COMPARE.
           PERFORM 2130-STRIP-TOKEN-PERIOD THRU 2130-EXIT
               VARYING CWX-TOKEN-IDX FROM 1 BY 1
                   UNTIL CWX-TOKEN-IDX > CWX-TOKEN-CNT.
      *
       2120-COMPACT-ONE-TOKEN.
           IF CWX-RAW-TOKEN(CWX-TOKEN-IDX) NOT = SPACES
               ADD 1 TO CWX-TOKEN-CNT
               MOVE CWX-RAW-TOKEN(CWX-TOKEN-IDX)
                   TO CWX-TOKEN(CWX-TOKEN-CNT)
           END-IF.
       2120-EXIT.
           EXIT.
      *
       2130-STRIP-TOKEN-PERIOD.
           MOVE 0 TO CWX-TOK-LEN
           INSPECT CWX-TOKEN(CWX-TOKEN-IDX) TALLYING CWX-TOK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF CWX-TOK-LEN > 0
               IF CWX-TOKEN(CWX-TOKEN-IDX)(CWX-TOK-LEN:1) = "."
                   MOVE SPACE
                       TO CWX-TOKEN(CWX-TOKEN-IDX)(CWX-TOK-LEN:1)
               END-IF
           END-IF.
       2130-EXIT.
           EXIT.
      *
      *> A DD OR MEMBER NAME CODED AS A LITERAL ("LRCAT") LOSES ITS
      *> QUOTES, AND IS SHIFTED LEFT SO IT COMPARES AND PRINTS LIKE
      *> THE SAME NAME CODED BARE.
       2140-UNQUOTE-TOKEN.
           IF CWX-TOKEN(CWX-TOKEN-IDX)(1:1) = QUOTE OR "'"
               MOVE CWX-TOKEN(CWX-TOKEN-IDX)(2:29) TO CWX-UNQUOTED
               MOVE CWX-UNQUOTED TO CWX-TOKEN(CWX-TOKEN-IDX)
           END-IF
           INSPECT CWX-TOKEN(CWX-TOKEN-IDX)
               REPLACING ALL QUOTE BY SPACE
           INSPECT CWX-TOKEN(CWX-TOKEN-IDX)
               REPLACING ALL "'" BY SPACE.
      *
      *> A NEW DIVISION OR SECTION CLOSES ANY FD THE PREVIOUS ONE HAD
      *> OPEN.  ONLY THE DATA AND PROCEDURE AREAS A COPY STATEMENT
      *> CAN MEANINGFULLY SIT IN ARE NAMED; ANYTHING ELSE (INPUT-
      *> OUTPUT SECTION, A PROCEDURE DIVISION SECTION NAME) LEAVES
      *> THE LAST ONE STANDING.
       2200-NOTE-SECTION.
           MOVE SPACES TO CWX-CURRENT-FD
           EVALUATE CWX-TOKEN(1)
               WHEN "FILE"
               WHEN "WORKING-STORAGE"
               WHEN "LOCAL-STORAGE"
               WHEN "LINKAGE"
                   IF CWX-TOKEN(2) = "SECTION"
                       MOVE CWX-TOKEN(1) TO CWX-SECTION
                   END-IF
               WHEN "PROCEDURE"
                   IF CWX-TOKEN(2) = "DIVISION"
                       MOVE "PROCEDURE" TO CWX-SECTION
                   END-IF
               WHEN "IDENTIFICATION"
               WHEN "ENVIRONMENT"
               WHEN "DATA"
                   IF CWX-TOKEN(2) = "DIVISION"
                       MOVE CWX-TOKEN(1) TO CWX-SECTION
                   END-IF
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2300-SCAN-SELECT-TOKEN - PICKS THE FILE NAME OFF A SELECT AND *
      *  THE DD OFF ITS ASSIGN CLAUSE, ONE TOKEN AT A TIME, SO AN      *
      *  ASSIGN CODED ON THE LINE BELOW ITS SELECT IS STILL PAIRED     *
      *  WITH IT.  ONLY THE ENVIRONMENT DIVISION IS LOOKED AT.         *
      ******************************************************************
       2300-SCAN-SELECT-TOKEN.
           IF CWX-SECTION NOT = "ENVIRONMENT"
               GO TO 2300-EXIT
           END-IF
           IF CWX-TOKEN(CWX-TOKEN-IDX) = "SELECT"
               MOVE "S" TO CWX-EXPECT-SW
               GO TO 2300-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CWX-EXPECT-SELECT-NAME
                   IF CWX-TOKEN(CWX-TOKEN-IDX) NOT = "OPTIONAL"
                       PERFORM 2310-ADD-SELECT THRU 2310-EXIT
                   END-IF
               WHEN CWX-EXPECT-ASSIGN
                   IF CWX-TOKEN(CWX-TOKEN-IDX) = "ASSIGN"
                       MOVE "T" TO CWX-EXPECT-SW
                   END-IF
               WHEN CWX-EXPECT-ASSIGN-TARGET
                   EVALUATE CWX-TOKEN(CWX-TOKEN-IDX)
                       WHEN "TO"
                       WHEN "USING"
                           CONTINUE
                       WHEN "DYNAMIC"
                           MOVE "DYNAMIC" TO CWX-SEL-DD(CWX-SEL-TOP)
                           MOVE SPACE TO CWX-EXPECT-SW
                       WHEN OTHER
                           PERFORM 2140-UNQUOTE-TOKEN
                           MOVE CWX-TOKEN(CWX-TOKEN-IDX)
                               TO CWX-SEL-DD(CWX-SEL-TOP)
                           MOVE SPACE TO CWX-EXPECT-SW
                   END-EVALUATE
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *
       2310-ADD-SELECT.
           IF CWX-SEL-TOP >= 50
               ADD 1 TO CWX-SEL-OVERFLOW-CNT
               MOVE SPACE TO CWX-EXPECT-SW
               GO TO 2310-EXIT
           END-IF
           ADD 1 TO CWX-SEL-TOP
           MOVE CWX-TOKEN(CWX-TOKEN-IDX) TO CWX-SEL-FILE(CWX-SEL-TOP)
           MOVE SPACES TO CWX-SEL-DD(CWX-SEL-TOP)
           MOVE "A" TO CWX-EXPECT-SW.
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2400-RECORD-ONE-COPY - ONE WHERE-USED ROW PER COPY STATEMENT. *
      *  UNDER AN FD OR SD THE COPYBOOK IS THAT FILE'S RECORD LAYOUT,  *
      *  SO THE DD IS LOOKED UP FROM THE PROGRAM'S SELECTS.            *
      ******************************************************************
       2400-RECORD-ONE-COPY.
           IF CWX-TOKEN(2) = SPACES
               GO TO 2400-EXIT
           END-IF
           IF CWX-USE-TOP >= 3000
               ADD 1 TO CWX-USE-OVERFLOW-CNT
               GO TO 2400-EXIT
           END-IF
           MOVE 2 TO CWX-TOKEN-IDX
           PERFORM 2140-UNQUOTE-TOKEN
           ADD 1 TO CWX-USE-TOP
           MOVE CWX-TOKEN(2)   TO CWX-USE-COPYBOOK(CWX-USE-TOP)
           MOVE SPACES         TO CWX-USE-PROGRAM(CWX-USE-TOP)
           MOVE CWX-SECTION    TO CWX-USE-SECTION(CWX-USE-TOP)
           MOVE CWX-LINE-NO    TO CWX-USE-LINE-NO(CWX-USE-TOP)
           MOVE "N"            TO CWX-USE-USED-SW(CWX-USE-TOP)
           MOVE SPACES TO CWX-USE-FD(CWX-USE-TOP)
                          CWX-USE-DD(CWX-USE-TOP)
           IF CWX-SECTION NOT = "FILE" OR CWX-CURRENT-FD = SPACES
               GO TO 2400-EXIT
           END-IF
           MOVE CWX-CURRENT-FD TO CWX-USE-FD(CWX-USE-TOP)
           MOVE 0 TO CWX-SEL-FOUND-IDX
           PERFORM 2410-MATCH-ONE-SELECT THRU 2410-EXIT
               VARYING CWX-SEL-IDX FROM 1 BY 1
               UNTIL CWX-SEL-IDX > CWX-SEL-TOP
               OR CWX-SEL-FOUND-IDX NOT = 0
           IF CWX-SEL-FOUND-IDX NOT = 0
               MOVE CWX-SEL-DD(CWX-SEL-FOUND-IDX)
                   TO CWX-USE-DD(CWX-USE-TOP)
           END-IF.
       2400-EXIT.
           EXIT.
      *
       2410-MATCH-ONE-SELECT.
           IF CWX-SEL-FILE(CWX-SEL-IDX) = CWX-CURRENT-FD
               MOVE CWX-SEL-IDX TO CWX-SEL-FOUND-IDX
           END-IF.
       2410-EXIT.
           EXIT.
      *
       2900-STAMP-ONE-USE.
           MOVE CWX-PROGRAM-ID TO CWX-USE-PROGRAM(CWX-USE-IDX).
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-WRITE-XREF-FILE - THE WHOLE TABLE, IN COPYBOOK ORDER     *
      *  (PROGRAM ORDER WITHIN A COPYBOOK).  THE SAME ORDERING IS      *
      *  LEFT IN CWX-ORDER-TAB FOR 4000-REPORT-BY-COPYBOOK.            *
      ******************************************************************
       3000-WRITE-XREF-FILE.
           IF NOT CWX-CPYXREF-OPENED
               GO TO 3000-EXIT
           END-IF
           MOVE "C" TO CWX-SORT-BY-SW
           PERFORM 3800-BUILD-ORDER THRU 3800-EXIT
           PERFORM 3100-WRITE-ONE-XREF THRU 3100-EXIT
               VARYING CWX-OX FROM 1 BY 1
               UNTIL CWX-OX > CWX-USE-TOP.
       3000-EXIT.
           EXIT.
      *
       3100-WRITE-ONE-XREF.
           MOVE CWX-ORDER-IX(CWX-OX) TO CWX-USE-IDX
           MOVE CWX-USE-COPYBOOK(CWX-USE-IDX) TO CWU-COPYBOOK
           MOVE CWX-USE-PROGRAM(CWX-USE-IDX)  TO CWU-PROGRAM
           MOVE CWX-USE-SECTION(CWX-USE-IDX)  TO CWU-SECTION
           MOVE CWX-USE-FD(CWX-USE-IDX)       TO CWU-FD-NAME
           MOVE CWX-USE-DD(CWX-USE-IDX)       TO CWU-DD-NAME
           MOVE CWX-USE-LINE-NO(CWX-USE-IDX)  TO CWU-LINE-NO
           MOVE CWX-RUN-DATE                  TO CWU-SCAN-DATE
           WRITE COPYBOOK-WHERE-USED-RECORD.
       3100-EXIT.
           EXIT.
      *
       3800-BUILD-ORDER.
           PERFORM 3810-RESET-ONE-USED THRU 3810-EXIT
               VARYING CWX-PX FROM 1 BY 1
               UNTIL CWX-PX > CWX-USE-TOP
           PERFORM 3820-PICK-ONE-MINIMUM THRU 3820-EXIT
               VARYING CWX-OX FROM 1 BY 1
               UNTIL CWX-OX > CWX-USE-TOP.
       3800-EXIT.
           EXIT.
      *
       3810-RESET-ONE-USED.
           MOVE "N" TO CWX-USE-USED-SW(CWX-PX).
       3810-EXIT.
           EXIT.
      *
       3820-PICK-ONE-MINIMUM.
           MOVE 0 TO CWX-BEST
           PERFORM 3830-SCAN-ONE-USE THRU 3830-EXIT
               VARYING CWX-PX FROM 1 BY 1
               UNTIL CWX-PX > CWX-USE-TOP
           MOVE CWX-BEST TO CWX-ORDER-IX(CWX-OX)
           MOVE "Y" TO CWX-USE-USED-SW(CWX-BEST).
       3820-EXIT.
           EXIT.
      *
       3830-SCAN-ONE-USE.
           IF CWX-USE-USED-SW(CWX-PX) = "Y"
               GO TO 3830-EXIT
           END-IF
           IF CWX-BEST = 0
               MOVE CWX-PX TO CWX-BEST
               GO TO 3830-EXIT
           END-IF
           IF CWX-SORT-BY-COPYBOOK
               IF CWX-USE-COPYBOOK(CWX-PX) < CWX-USE-COPYBOOK(CWX-BEST)
                   OR (CWX-USE-COPYBOOK(CWX-PX)
                           = CWX-USE-COPYBOOK(CWX-BEST)
                       AND CWX-USE-PROGRAM(CWX-PX)
                           < CWX-USE-PROGRAM(CWX-BEST))
                   MOVE CWX-PX TO CWX-BEST
               END-IF
           ELSE
               IF CWX-USE-PROGRAM(CWX-PX) < CWX-USE-PROGRAM(CWX-BEST)
                   OR (CWX-USE-PROGRAM(CWX-PX)
                           = CWX-USE-PROGRAM(CWX-BEST)
                       AND CWX-USE-COPYBOOK(CWX-PX)
                           < CWX-USE-COPYBOOK(CWX-BEST))
                   MOVE CWX-PX TO CWX-BEST
               END-IF
           END-IF.
       3830-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-REPORT-BY-COPYBOOK - ONE BLOCK PER COPYBOOK: EVERY       *
      *  PROGRAM THAT COPIES IT (TO RECOMPILE) AND, FOR A RECORD       *
      *  LAYOUT, THE FD AND DD IT DESCRIBES (TO RETEST).  LIMITED TO   *
      *  THE CPYXPRM COPYBOOKS WHEN ANY WERE NAMED.                    *
      ******************************************************************
       4000-REPORT-BY-COPYBOOK.
           IF NOT CWX-CPYXRPT-OPENED OR NOT CWX-CPYXREF-OPENED
               GO TO 4000-EXIT
           END-IF
           MOVE "COPYBOOK WHERE-USED - BY COPYBOOK" TO CWX-OUT-LINE
           WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE
           MOVE SPACES TO CWX-PREV-KEY
           PERFORM 4100-REPORT-ONE-USE THRU 4100-EXIT
               VARYING CWX-OX FROM 1 BY 1
               UNTIL CWX-OX > CWX-USE-TOP
           PERFORM 4200-REPORT-ONE-UNUSED THRU 4200-EXIT
               VARYING CWX-PRM-IDX FROM 1 BY 1
               UNTIL CWX-PRM-IDX > CWX-PRM-TOP.
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-USE.
           MOVE CWX-ORDER-IX(CWX-OX) TO CWX-USE-IDX
           PERFORM 4900-CHECK-OF-INTEREST THRU 4900-EXIT
           IF CWX-PRM-TOP > 0 AND CWX-PRM-FOUND-IDX = 0
               GO TO 4100-EXIT
           END-IF
           IF CWX-USE-COPYBOOK(CWX-USE-IDX) NOT = CWX-PREV-KEY
               MOVE CWX-USE-COPYBOOK(CWX-USE-IDX) TO CWX-PREV-KEY
               MOVE SPACES TO CWX-OUT-LINE
               STRING "COPYBOOK " DELIMITED BY SIZE
                   CWX-PREV-KEY DELIMITED BY SPACE
                   INTO CWX-OUT-LINE
               END-STRING
               WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE
           END-IF
           MOVE CWX-USE-LINE-NO(CWX-USE-IDX) TO CWX-LINE-TXT
           MOVE SPACES TO CWX-OUT-LINE
           MOVE 1 TO CWX-OUT-PTR
           STRING "  PROGRAM=" DELIMITED BY SIZE
               CWX-USE-PROGRAM(CWX-USE-IDX) DELIMITED BY SPACE
               " LINE=" CWX-LINE-TXT
               " IN " DELIMITED BY SIZE
               CWX-USE-SECTION(CWX-USE-IDX) DELIMITED BY SPACE
               INTO CWX-OUT-LINE
               WITH POINTER CWX-OUT-PTR
           END-STRING
           IF CWX-USE-FD(CWX-USE-IDX) NOT = SPACES
               PERFORM 4150-APPEND-FD-DD
           END-IF
           WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE.
       4100-EXIT.
           EXIT.
      *
       4150-APPEND-FD-DD.
           STRING " FD=" DELIMITED BY SIZE
               CWX-USE-FD(CWX-USE-IDX) DELIMITED BY SPACE
               " DD=" DELIMITED BY SIZE
               CWX-USE-DD(CWX-USE-IDX) DELIMITED BY SPACE
               INTO CWX-OUT-LINE
               WITH POINTER CWX-OUT-PTR
           END-STRING.
      *
      *> A NAMED COPYBOOK NO SCANNED PROGRAM COPIES - SAID OUTRIGHT,
      *> SINCE A MISSING BLOCK WOULD READ AS A MISTYPED PARAMETER.
       4200-REPORT-ONE-UNUSED.
           IF CWX-PRM-HIT-CNT(CWX-PRM-IDX) > 0
               GO TO 4200-EXIT
           END-IF
           MOVE SPACES TO CWX-OUT-LINE
           STRING "COPYBOOK " DELIMITED BY SIZE
               CWX-PRM-COPYBOOK(CWX-PRM-IDX) DELIMITED BY SPACE
               INTO CWX-OUT-LINE
           END-STRING
           WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE
           MOVE "  NOT COPIED BY ANY SCANNED PROGRAM" TO CWX-OUT-LINE
           WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE.
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-REPORT-BY-PROGRAM - ONE BLOCK PER PROGRAM: EVERY MEMBER  *
      *  IT PULLS IN, WITH THE FD AND DD FOR A RECORD LAYOUT.          *
      ******************************************************************
       5000-REPORT-BY-PROGRAM.
           IF NOT CWX-CPYXRPT-OPENED OR NOT CWX-CPYXREF-OPENED
               GO TO 5000-EXIT
           END-IF
           MOVE "P" TO CWX-SORT-BY-SW
           PERFORM 3800-BUILD-ORDER THRU 3800-EXIT
           MOVE SPACES TO CWX-OUT-LINE
           WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE
           MOVE "COPYBOOK WHERE-USED - BY PROGRAM" TO CWX-OUT-LINE
           WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE
           MOVE SPACES TO CWX-PREV-KEY
           PERFORM 5100-REPORT-ONE-USE THRU 5100-EXIT
               VARYING CWX-OX FROM 1 BY 1
               UNTIL CWX-OX > CWX-USE-TOP.
       5000-EXIT.
           EXIT.
      *
       5100-REPORT-ONE-USE.
           MOVE CWX-ORDER-IX(CWX-OX) TO CWX-USE-IDX
           PERFORM 4900-CHECK-OF-INTEREST THRU 4900-EXIT
           IF CWX-PRM-TOP > 0 AND CWX-PRM-FOUND-IDX = 0
               GO TO 5100-EXIT
           END-IF
           IF CWX-USE-PROGRAM(CWX-USE-IDX) NOT = CWX-PREV-KEY
               MOVE CWX-USE-PROGRAM(CWX-USE-IDX) TO CWX-PREV-KEY
               MOVE SPACES TO CWX-OUT-LINE
               STRING "PROGRAM " DELIMITED BY SIZE
                   CWX-PREV-KEY DELIMITED BY SPACE
                   INTO CWX-OUT-LINE
               END-STRING
               WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE
           END-IF
           MOVE CWX-USE-LINE-NO(CWX-USE-IDX) TO CWX-LINE-TXT
           MOVE SPACES TO CWX-OUT-LINE
           MOVE 1 TO CWX-OUT-PTR
           STRING "  COPY=" DELIMITED BY SIZE
               CWX-USE-COPYBOOK(CWX-USE-IDX) DELIMITED BY SPACE
               " LINE=" CWX-LINE-TXT
               " IN " DELIMITED BY SIZE
               CWX-USE-SECTION(CWX-USE-IDX) DELIMITED BY SPACE
               INTO CWX-OUT-LINE
               WITH POINTER CWX-OUT-PTR
           END-STRING
           IF CWX-USE-FD(CWX-USE-IDX) NOT = SPACES
               PERFORM 4150-APPEND-FD-DD
           END-IF
           WRITE CPYXRPT-RECORD FROM CWX-OUT-LINE.
       5100-EXIT.
           EXIT.
      *
      *> SETS CWX-PRM-FOUND-IDX TO THE CPYXPRM ENTRY NAMING THIS ROW'S
      *> COPYBOOK, OR ZERO, AND COUNTS THE HIT ON THE FIRST PASS SO
      *> 4200 CAN CALL OUT THE NAMES NOTHING MATCHED.
       4900-CHECK-OF-INTEREST.
           MOVE 0 TO CWX-PRM-FOUND-IDX
           PERFORM 4910-MATCH-ONE-PARM THRU 4910-EXIT
               VARYING CWX-PRM-IDX FROM 1 BY 1
               UNTIL CWX-PRM-IDX > CWX-PRM-TOP
               OR CWX-PRM-FOUND-IDX NOT = 0
           IF CWX-PRM-FOUND-IDX NOT = 0 AND CWX-SORT-BY-COPYBOOK
               ADD 1 TO CWX-PRM-HIT-CNT(CWX-PRM-FOUND-IDX)
           END-IF.
       4900-EXIT.
           EXIT.
      *
       4910-MATCH-ONE-PARM.
           IF CWX-PRM-COPYBOOK(CWX-PRM-IDX)
                   = CWX-USE-COPYBOOK(CWX-USE-IDX)
               MOVE CWX-PRM-IDX TO CWX-PRM-FOUND-IDX
           END-IF.
       4910-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE CWX-MEMBER-CNT TO CWX-CNT-TXT
           DISPLAY "CPYXREF - " CWX-CNT-TXT " MEMBERS SCANNED, "
               CWX-USE-TOP " COPY STATEMENTS RECORDED"
           IF CWX-MEMBER-FAIL-CNT > 0
               DISPLAY "CPYXREF - " CWX-MEMBER-FAIL-CNT
                   " MEMBERS COULD NOT BE OPENED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF CWX-USE-OVERFLOW-CNT > 0
               DISPLAY "CPYXREF - " CWX-USE-OVERFLOW-CNT
                   " COPY STATEMENTS EXCEEDED THE IN-MEMORY TABLE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF CWX-SEL-OVERFLOW-CNT > 0
               DISPLAY "CPYXREF - " CWX-SEL-OVERFLOW-CNT
                   " SELECTS EXCEEDED THE PER-PROGRAM TABLE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF CWX-PRM-OVERFLOW-CNT > 0
               DISPLAY "CPYXREF - " CWX-PRM-OVERFLOW-CNT
                   " CPYXPRM NAMES EXCEEDED THE IN-MEMORY TABLE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF CWX-SRCMEMLST-OPENED
               CLOSE SRCMEMLST-FILE
           END-IF
           IF CWX-CPYXREF-OPENED
               CLOSE CPYXREF-FILE
           END-IF
           IF CWX-CPYXRPT-OPENED
               CLOSE CPYXRPT-FILE
           END-IF.
