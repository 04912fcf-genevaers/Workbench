      ******************************************************************
      **                                                              *
      **  PROGRAM      LETRGEN                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  TEMPLATE-DRIVEN LETTER GENERATION - ADDRESS-   *
      **      CHANGE CONFIRMATIONS, DORMANCY LETTERS AND CAMPAIGN      *
      **      FOLLOW-UPS MERGED HERE INSTEAD OF BY HAND FROM A LABEL   *
      **      FILE.  DD LTRPRM NAMES THE TEMPLATE, THE SOURCE AND,     *
      **      FOR BUSINESS MAILINGS, THE CONTACT-ROLE TO WRITE TO:     *
      **        "C"  ONE LETTER PER CUSTOMER-RECORD ON DD CUSTEXT.     *
      **        "M"  ONE LETTER PER MAILING-RECORD ON DD MAILEXT,      *
      **             ADDRESSED TO ITS FIRST CONTACT CARRYING THE       *
      **             ROLE (OR TO THE COMPANY WHEN NO ROLE IS GIVEN);   *
      **             A RECORD WITH NO CONTACT IN THE ROLE IS SKIPPED.  *
      **      THE TEMPLATE COMES FROM THE LIBRARY ON DD LTRTMPL        *
      **      (LTRTMPL.cpy); ITS <FIELD> PLACEHOLDERS ARE CHECKED      *
      **      AGAINST THE SOURCE BEFORE ANY LETTER IS WRITTEN.         *
      **      <NAME-LINE> FOLLOWS CUSTOMER-TYPE-CD THE WAY CUSTMAIL    *
      **      PICKS ITS LABEL NAME - BUSINESS AND AGENT-NAME FOR A     *
      **      "B", FIRST-NAME AND LAST-NAME FOR A "C".                 *
      **      NO LETTER GOES TO AN ADDRESSEE ON THE DO-NOT-MAIL LIST   *
      **      (DD SUPPLIST, THE MAILSUPP LAYOUT AND EXACT MATCH - FOR  *
      **      "M" THE COMPANY OR THE CONTACT AT THE ADDRESS), TO A     *
      **      CUSTOMER CONFIRMED AS A DUPLICATE ON DD DUPSURV          *
      **      (DUPSVWS/DUPSVCK), OR TO A CUSTOMER-RECORD WHOSE TYPE    *
      **      IS NEITHER "B" NOR "C".  EVERY SKIP LISTS ON DD LTRRPT   *
      **      WITH ITS REASON, AND A COUNT LINE CLOSES THE REPORT.     *
      **      LETTERS PRINT ON DD LTROUT, EACH ON A NEW PAGE: BYTE 1   *
      **      IS THE CARRIAGE-CONTROL CHARACTER ("1" NEW PAGE, BLANK   *
      **      SINGLE SPACE).  EVERY LETTER APPENDS A ROW TO THE        *
      **      CORRESPONDENCE LOG ON DD CORRLOG (CORRLOG.cpy) - WHAT    *
      **      WENT TO WHOM, AND WHEN.                                  *
      **      RETURN-CODE 04 - A MERGED LINE RAN PAST 80 BYTES AND WAS *
      **      CUT, OR DUPSURV COULD NOT BE APPLIED.                    *
      **      RETURN-CODE 16 - LTRPRM MISSING OR INVALID, THE TEMPLATE *
      **      MISSING, TOO LONG OR CARRYING AN UNKNOWN PLACEHOLDER, A  *
      **      FILE COULD NOT BE OPENED, THE DO-NOT-MAIL LIST           *
      **      OVERFLOWED (NO LETTERS ARE WRITTEN), OR A CUSTOMER-      *
      **      RECORD CARRIED AN UNKNOWN TYPE.                          *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   CHECK THE LTROUT AND LTRRPT OPENS - EITHER  *
      **                   FAILING NOW HALTS THE RUN WITH RC 16        *
      **                   INSTEAD OF WRITING TO A FILE THAT NEVER     *
      **                   OPENED.                                     *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETRGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTRPRM-FILE   ASSIGN TO "LTRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTG-LTRPRM-STATUS.
           SELECT LTRTMPL-FILE  ASSIGN TO "LTRTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTG-LTRTMPL-STATUS.
           SELECT SUPPLIST-FILE ASSIGN TO "SUPPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTG-SUPPLIST-STATUS.
      *> ONLY THE SOURCE LTRPRM NAMES IS OPENED.
           SELECT CUSTEXT-FILE  ASSIGN TO "CUSTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTG-CUSTEXT-STATUS.
           SELECT MAILEXT-FILE  ASSIGN TO "MAILEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTG-MAILEXT-STATUS.
           SELECT LTROUT-FILE   ASSIGN TO "LTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTG-LTROUT-STATUS.
           SELECT LTRRPT-FILE   ASSIGN TO "LTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTG-LTRRPT-STATUS.
      *> OPTIONAL - THE PERMANENT CORRESPONDENCE LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL CORRLOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTG-CORRLOG-STATUS.
      *> OPTIONAL - THE CUSTOMER SURVIVORSHIP FILE, SEE DUPSVWS.cpy.
           SELECT OPTIONAL DUPSURV-FILE ASSIGN TO "DUPSURV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSV-WS-STATUS.
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
       FD  LTRPRM-FILE.
       01  LTRPRM-RECORD.
           05  LTG-PARM-TEMPLATE           PIC X(08).
           05  LTG-PARM-SOURCE             PIC X(01).
           05  LTG-PARM-ROLE               PIC X(10).
       FD  LTRTMPL-FILE.
       COPY LTRTMPL.
      *> THE MAILSUPP DO-NOT-MAIL LAYOUT.
       FD  SUPPLIST-FILE.
       01  SUPPLIST-RECORD.
           05  LTG-LST-NAME                PIC X(30).
           05  LTG-LST-STREET              PIC X(20).
           05  LTG-LST-CITY                PIC X(17).
           05  LTG-LST-STATE               PIC X(02).
           05  LTG-LST-ZIP                 PIC X(05).
       FD  CUSTEXT-FILE.
       COPY CUSTREC.
       FD  MAILEXT-FILE.
       COPY MAILREC.
       FD  LTROUT-FILE.
       01  LTROUT-RECORD.
           05  LTO-CARRIAGE-CTL            PIC X(01).
           05  LTO-TEXT                    PIC X(80).
       FD  LTRRPT-FILE.
       01  LTRRPT-RECORD                   PIC X(100).
       FD  CORRLOG-FILE.
       COPY CORRLOG.
       FD  DUPSURV-FILE.
       COPY DUPSURV.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  LTG-LTRPRM-STATUS               PIC XX.
           88  LTG-LTRPRM-OK               VALUE "00".
       01  LTG-LTRTMPL-STATUS              PIC XX.
           88  LTG-LTRTMPL-OK              VALUE "00".
       01  LTG-SUPPLIST-STATUS             PIC XX.
           88  LTG-SUPPLIST-OK             VALUE "00".
       01  LTG-CUSTEXT-STATUS              PIC XX.
           88  LTG-CUSTEXT-OK              VALUE "00".
       01  LTG-MAILEXT-STATUS              PIC XX.
           88  LTG-MAILEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE SOURCE'S STATUS TO "10",
      *> SO WHETHER THE SOURCE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  LTG-SOURCE-OPENED-SW            PIC X(01)       VALUE "N".
           88  LTG-SOURCE-OPENED           VALUE "Y".
       01  LTG-LTROUT-STATUS               PIC XX.
           88  LTG-LTROUT-OK               VALUE "00".
       01  LTG-LTRRPT-STATUS               PIC XX.
           88  LTG-LTRRPT-OK               VALUE "00".
      *> SET ONLY ONCE BOTH LTROUT AND LTRRPT ARE OPEN, SO THE REPORT
      *> AND 9000 TOUCH NEITHER AFTER A FAILED OPEN.
       01  LTG-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  LTG-OUTPUTS-OPENED          VALUE "Y".
       01  LTG-CORRLOG-STATUS              PIC XX.
           88  LTG-CORRLOG-OK              VALUE "00" "05".
       01  LTG-CORRLOG-OPENED-SW           PIC X(01)       VALUE "N".
           88  LTG-CORRLOG-OPENED          VALUE "Y".
       01  LTG-EOF-SW                      PIC X(01)       VALUE "N".
           88  LTG-EOF                     VALUE "Y".
       01  LTG-HALTED-SW                   PIC X(01)       VALUE "N".
           88  LTG-HALTED                  VALUE "Y".
       01  LTG-SOURCE                      PIC X(01)       VALUE SPACE.
           88  LTG-SOURCE-CUSTOMER         VALUE "C".
           88  LTG-SOURCE-MAILING          VALUE "M".
       01  LTG-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  LTG-RUN-DATE-R REDEFINES LTG-RUN-DATE.
           05  LTG-RUN-YYYY                PIC 9(04).
           05  LTG-RUN-MM                  PIC 9(02).
           05  LTG-RUN-DD                  PIC 9(02).
       01  LTG-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  LTG-ANALYST-ID                  PIC X(10)       VALUE SPACES.
      *> ---------------------- MONTH NAMES ----------------------------
       01  LTG-MONTH-STR.
           05  FILLER  PIC X(09) VALUE "JANUARY".
           05  FILLER  PIC X(09) VALUE "FEBRUARY".
           05  FILLER  PIC X(09) VALUE "MARCH".
           05  FILLER  PIC X(09) VALUE "APRIL".
           05  FILLER  PIC X(09) VALUE "MAY".
           05  FILLER  PIC X(09) VALUE "JUNE".
           05  FILLER  PIC X(09) VALUE "JULY".
           05  FILLER  PIC X(09) VALUE "AUGUST".
           05  FILLER  PIC X(09) VALUE "SEPTEMBER".
           05  FILLER  PIC X(09) VALUE "OCTOBER".
           05  FILLER  PIC X(09) VALUE "NOVEMBER".
           05  FILLER  PIC X(09) VALUE "DECEMBER".
       01  LTG-MONTH-TAB REDEFINES LTG-MONTH-STR.
           05  LTG-MONTH-NAME              PIC X(09) OCCURS 12 TIMES.
       01  LTG-DAY-TXT                     PIC Z9.
      *> ---------------------- TEMPLATE TABLE -------------------------
      *> ONE PRINTED PAGE.  EACH LINE'S LENGTH TO ITS LAST NON-BLANK IS
      *> KEPT SO TRAILING BLANKS ARE NOT MERGED AS TEXT.
       01  LTG-TPL-MAX                     PIC 9(04) COMP  VALUE 66.
       01  LTG-TPL-CNT                     PIC 9(04) COMP  VALUE 0.
       01  LTG-TPL-TAB.
           05  LTG-TPL-ENTRY               OCCURS 66 TIMES.
               10  LTG-TPL-LINE            PIC X(80).
               10  LTG-TPL-LEN             PIC 9(02) COMP.
       01  LTG-LX                          PIC 9(04) COMP  VALUE 0.
       01  LTG-TPL-EOF-SW                  PIC X(01)       VALUE "N".
           88  LTG-TPL-EOF                 VALUE "Y".
       01  LTG-BAD-TOKEN-CNT               PIC 9(04)       VALUE 0.
       01  LTG-USES-CONTACT-SW             PIC X(01)       VALUE "N".
           88  LTG-USES-CONTACT            VALUE "Y".
      *> --------------------- PLACEHOLDER TABLE -----------------------
      *> EVERY NAME A TEMPLATE MAY BRACKET, WITH THE SOURCE IT BELONGS
      *> TO: "*" EITHER, "C" CUSTOMER-RECORD ONLY, "M" MAILING-RECORD
      *> ONLY.  THE VALUE TABLE BELOW RUNS IN THE SAME ORDER AND IS
      *> REFILLED FOR EACH RECORD LETTERED.
       01  LTG-TN-STR.
           05  FILLER  PIC X(19) VALUE "NAME-LINE         *".
           05  FILLER  PIC X(19) VALUE "STREET-ADDRESS    *".
           05  FILLER  PIC X(19) VALUE "CITY              *".
           05  FILLER  PIC X(19) VALUE "STATE             *".
           05  FILLER  PIC X(19) VALUE "CITY-STATE-ZIP    *".
           05  FILLER  PIC X(19) VALUE "RUN-DATE          *".
           05  FILLER  PIC X(19) VALUE "LAST-NAME         C".
           05  FILLER  PIC X(19) VALUE "FIRST-NAME        C".
           05  FILLER  PIC X(19) VALUE "BUSINESS          C".
           05  FILLER  PIC X(19) VALUE "AGENT-NAME        C".
           05  FILLER  PIC X(19) VALUE "ZIP-CODE          C".
           05  FILLER  PIC X(19) VALUE "ZIP-EXT           C".
           05  FILLER  PIC X(19) VALUE "CUSTOMER-TYPE-CD  C".
           05  FILLER  PIC X(19) VALUE "COMPANY-NAME      M".
           05  FILLER  PIC X(19) VALUE "ZIP               M".
           05  FILLER  PIC X(19) VALUE "CONTACT-ROLE      M".
           05  FILLER  PIC X(19) VALUE "CONTACT-LAST-NAME M".
           05  FILLER  PIC X(19) VALUE "CONTACT-FIRST-NAMEM".
       01  LTG-TN-TAB REDEFINES LTG-TN-STR.
           05  LTG-TN-ENTRY                OCCURS 18 TIMES.
               10  LTG-TN-NAME             PIC X(18).
               10  LTG-TN-SCOPE            PIC X(01).
       01  LTG-TN-CNT                      PIC 9(02) COMP  VALUE 18.
      *> THE CONTACT PLACEHOLDERS ARE THE LAST THREE ROWS.
       01  LTG-TN-FIRST-CONTACT            PIC 9(02) COMP  VALUE 16.
       01  LTG-TV-TAB.
           05  LTG-TV-ENTRY                OCCURS 18 TIMES.
               10  LTG-TV-VALUE            PIC X(40).
               10  LTG-TV-LEN              PIC 9(02) COMP.
       01  LTG-TX                          PIC 9(02) COMP  VALUE 0.
      *> ---------------------- PLACEHOLDER SCAN -----------------------
       01  LTG-SCAN-LINE                   PIC X(80)       VALUE SPACES.
       01  LTG-POS                         PIC 9(03) COMP  VALUE 0.
       01  LTG-SX                          PIC 9(03) COMP  VALUE 0.
       01  LTG-TOK-END                     PIC 9(03) COMP  VALUE 0.
       01  LTG-TOK-LEN                     PIC 9(03) COMP  VALUE 0.
       01  LTG-TOK-HIT                     PIC 9(02) COMP  VALUE 0.
       01  LTG-TOK-NAME                    PIC X(18)       VALUE SPACES.
       01  LTG-TOK-BLANKS                  PIC 9(02) COMP  VALUE 0.
      *> ------------------------ MERGE --------------------------------
       01  LTG-OUT-LINE                    PIC X(80)       VALUE SPACES.
       01  LTG-OUT-PTR                     PIC 9(03) COMP  VALUE 0.
       01  LTG-CUT-SW                      PIC X(01)       VALUE "N".
           88  LTG-CUT                     VALUE "Y".
       01  LTG-FIRST-LINE-SW               PIC X(01)       VALUE "Y".
           88  LTG-FIRST-LINE              VALUE "Y".
       01  LTG-MEAS-FIELD                  PIC X(40)       VALUE SPACES.
       01  LTG-MEAS-LEN                    PIC 9(02) COMP  VALUE 0.
       01  LTG-MX                          PIC 9(02) COMP  VALUE 0.
       01  LTG-BUILD                       PIC X(40)       VALUE SPACES.
       01  LTG-BUILD-PTR                   PIC 9(02) COMP  VALUE 0.
       01  LTG-PART-1                      PIC X(40)       VALUE SPACES.
       01  LTG-PART-1-LEN                  PIC 9(02) COMP  VALUE 0.
       01  LTG-PART-2                      PIC X(40)       VALUE SPACES.
       01  LTG-JOIN-SEP                    PIC X(07)       VALUE SPACES.
       01  LTG-JOIN-SEP-LEN                PIC 9(01) COMP  VALUE 0.
       01  LTG-ZIP-TXT                     PIC X(05)       VALUE SPACES.
       01  LTG-ZIP-FULL                    PIC X(10)       VALUE SPACES.
       01  LTG-ZIPEXT-TXT                  PIC 9(04)       VALUE 0.
      *> -------------------- CONTACT TARGETING ------------------------
       01  LTG-CX                          PIC 9(02) COMP  VALUE 0.
       01  LTG-CONTACT-HIT                 PIC 9(02) COMP  VALUE 0.
       01  LTG-CONTACT-LIMIT               PIC 9(02) COMP  VALUE 0.
      *> ------------------ DO-NOT-MAIL TABLE --------------------------
       01  LTG-SUPP-MAX                    PIC 9(04) COMP  VALUE 500.
       01  LTG-SUPP-CNT                    PIC 9(04) COMP  VALUE 0.
       01  LTG-SUPP-TAB.
           05  LTG-SUPP-ENTRY              OCCURS 500 TIMES.
               10  LTG-SUP-NAME            PIC X(30).
               10  LTG-SUP-STREET          PIC X(20).
               10  LTG-SUP-CITY            PIC X(17).
               10  LTG-SUP-STATE           PIC X(02).
               10  LTG-SUP-ZIP             PIC X(05).
       01  LTG-SUP-EOF-SW                  PIC X(01)       VALUE "N".
           88  LTG-SUP-EOF                 VALUE "Y".
       01  LTG-SUP-IX                      PIC 9(04) COMP  VALUE 0.
       01  LTG-SUP-HIT                     PIC 9(04) COMP  VALUE 0.
      *> THE ADDRESSEE UNDER TEST, WIDENED INTO THE LIST'S WIDTHS SO
      *> EACH LAYOUT'S NARROWER FIELDS COMPARE SPACE-PADDED.
       01  LTG-CMP-NAME                    PIC X(30)       VALUE SPACES.
       01  LTG-CMP-STREET                  PIC X(20)       VALUE SPACES.
       01  LTG-CMP-CITY                    PIC X(17)       VALUE SPACES.
       01  LTG-CMP-STATE                   PIC X(02)       VALUE SPACES.
       01  LTG-CMP-ZIP                     PIC X(05)       VALUE SPACES.
      *> ------------------- LETTER IN HAND ----------------------------
       01  LTG-ADDRESSEE                   PIC X(30)       VALUE SPACES.
       01  LTG-CONTACT-ROLE                PIC X(10)       VALUE SPACES.
       01  LTG-CONTACT-NAME.
           05  LTG-CONTACT-LAST            PIC X(15).
           05  LTG-CONTACT-FIRST           PIC X(08).
       01  LTG-SKIP-REASON                 PIC X(24)       VALUE SPACES.
      *> ----------------------- COUNTERS ------------------------------
       01  LTG-IN-CNT                      PIC 9(08)       VALUE 0.
       01  LTG-LETTER-CNT                  PIC 9(06)       VALUE 0.
       01  LTG-DNM-CNT                     PIC 9(06)       VALUE 0.
       01  LTG-MERGED-CNT                  PIC 9(06)       VALUE 0.
       01  LTG-NOROLE-CNT                  PIC 9(06)       VALUE 0.
       01  LTG-UNKNOWN-CNT                 PIC 9(06)       VALUE 0.
       01  LTG-CUT-CNT                     PIC 9(06)       VALUE 0.
       01  LTG-SKIP-CNT                    PIC 9(06)       VALUE 0.
       01  LTG-RPT-LINE                    PIC X(100)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE SHARED SURVIVORSHIP-CHECK WORK FIELDS - SEE DUPSVWS.cpy.
       COPY DUPSVWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-TEMPLATE-LINE THRU 1100-EXIT
               UNTIL LTG-TPL-EOF
           PERFORM 1200-VALIDATE-TEMPLATE THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-SUPPRESSION THRU 1300-EXIT
               UNTIL LTG-SUP-EOF
           PERFORM 1400-OPEN-SOURCE THRU 1400-EXIT
           IF LTG-SOURCE-CUSTOMER
               PERFORM 2000-LETTER-ONE-CUSTOMER THRU 2000-EXIT
                   UNTIL LTG-EOF
           ELSE
               PERFORM 3000-LETTER-ONE-MAILING THRU 3000-EXIT
                   UNTIL LTG-EOF
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT LTG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LTG-RUN-TIME FROM TIME
           ACCEPT LTG-ANALYST-ID FROM ENVIRONMENT "CCBANALYST"
           OPEN OUTPUT LTROUT-FILE
           IF NOT LTG-LTROUT-OK
               DISPLAY "LETRGEN - UNABLE TO OPEN LTROUT, STATUS="
                   LTG-LTROUT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT LTRRPT-FILE
           IF NOT LTG-LTRRPT-OK
               DISPLAY "LETRGEN - UNABLE TO OPEN LTRRPT, STATUS="
                   LTG-LTRRPT-STATUS
               CLOSE LTROUT-FILE
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO LTG-OUTPUTS-OPENED-SW
           OPEN INPUT LTRPRM-FILE
           IF NOT LTG-LTRPRM-OK
               DISPLAY "LETRGEN - UNABLE TO OPEN LTRPRM, STATUS="
                   LTG-LTRPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           READ LTRPRM-FILE
               AT END
                   MOVE SPACES TO LTRPRM-RECORD
           END-READ
           CLOSE LTRPRM-FILE
           MOVE LTG-PARM-SOURCE TO LTG-SOURCE
           IF LTG-PARM-TEMPLATE = SPACES
               OR NOT (LTG-SOURCE-CUSTOMER OR LTG-SOURCE-MAILING)
               DISPLAY "LETRGEN - LTRPRM NEEDS A TEMPLATE ID AND "
                   "SOURCE C OR M - RUN REFUSED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           IF LTG-SOURCE-CUSTOMER AND LTG-PARM-ROLE NOT = SPACES
               DISPLAY "LETRGEN - A CONTACT-ROLE APPLIES ONLY TO "
                   "SOURCE M - RUN REFUSED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LTRTMPL-FILE
           IF NOT LTG-LTRTMPL-OK
               DISPLAY "LETRGEN - UNABLE TO OPEN LTRTMPL, STATUS="
                   LTG-LTRTMPL-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SUPPLIST-FILE
           IF NOT LTG-SUPPLIST-OK
               DISPLAY "LETRGEN - UNABLE TO OPEN SUPPLIST, STATUS="
                   LTG-SUPPLIST-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           IF LTG-SOURCE-CUSTOMER
               PERFORM 7400-LOAD-SURVIVORS THRU 7400-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *> ONLY THE NAMED TEMPLATE'S LINES ARE KEPT, IN LIBRARY ORDER.
       1100-LOAD-ONE-TEMPLATE-LINE.
           IF LTG-HALTED
               MOVE "Y" TO LTG-TPL-EOF-SW
               IF LTG-LTRTMPL-OK
                   CLOSE LTRTMPL-FILE
               END-IF
               GO TO 1100-EXIT
           END-IF
           READ LTRTMPL-FILE
               AT END
                   MOVE "Y" TO LTG-TPL-EOF-SW
                   CLOSE LTRTMPL-FILE
                   GO TO 1100-EXIT
           END-READ
           IF LTT-TEMPLATE-ID NOT = LTG-PARM-TEMPLATE
               GO TO 1100-EXIT
           END-IF
           IF LTG-TPL-CNT >= LTG-TPL-MAX
               DISPLAY "LETRGEN - TEMPLATE " LTG-PARM-TEMPLATE
                   " LONGER THAN " LTG-TPL-MAX " LINES - RUN REFUSED"
               MOVE "Y" TO LTG-TPL-EOF-SW
               CLOSE LTRTMPL-FILE
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO LTG-TPL-CNT
           MOVE LTT-TEXT TO LTG-TPL-LINE (LTG-TPL-CNT)
           MOVE LTT-TEXT TO LTG-MEAS-FIELD
           MOVE 0 TO LTG-TPL-LEN (LTG-TPL-CNT)
           PERFORM 1110-MEASURE-ONE-BYTE THRU 1110-EXIT
               VARYING LTG-POS FROM 80 BY -1
               UNTIL LTG-POS < 1 OR LTG-TPL-LEN (LTG-TPL-CNT) > 0.
       1100-EXIT.
           EXIT.
      *
       1110-MEASURE-ONE-BYTE.
           IF LTT-TEXT (LTG-POS:1) NOT = SPACE
               MOVE LTG-POS TO LTG-TPL-LEN (LTG-TPL-CNT)
           END-IF.
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-VALIDATE-TEMPLATE - EVERY BRACKETED NAME MUST BE ONE    *
      *  THIS SOURCE CAN FILL, AND THE CONTACT NAMES NEED A ROLE TO   *
      *  PICK THE CONTACT - OTHERWISE NOTHING IS LETTERED.            *
      ******************************************************************
       1200-VALIDATE-TEMPLATE.
           IF LTG-HALTED
               GO TO 1200-EXIT
           END-IF
           IF LTG-TPL-CNT = 0
               DISPLAY "LETRGEN - TEMPLATE " LTG-PARM-TEMPLATE
                   " NOT IN THE LIBRARY - RUN REFUSED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-VALIDATE-ONE-LINE THRU 1210-EXIT
               VARYING LTG-LX FROM 1 BY 1
               UNTIL LTG-LX > LTG-TPL-CNT
           IF LTG-USES-CONTACT AND LTG-PARM-ROLE = SPACES
               DISPLAY "LETRGEN - TEMPLATE " LTG-PARM-TEMPLATE
                   " NAMES A CONTACT BUT LTRPRM GIVES NO CONTACT-ROLE"
               ADD 1 TO LTG-BAD-TOKEN-CNT
           END-IF
           IF LTG-BAD-TOKEN-CNT > 0
               DISPLAY "LETRGEN - TEMPLATE " LTG-PARM-TEMPLATE
                   " HAS " LTG-BAD-TOKEN-CNT
                   " PLACEHOLDER ERRORS - RUN REFUSED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1210-VALIDATE-ONE-LINE.
           MOVE LTG-TPL-LINE (LTG-LX) TO LTG-SCAN-LINE
           PERFORM 1220-VALIDATE-ONE-POSITION THRU 1220-EXIT
               VARYING LTG-POS FROM 1 BY 1
               UNTIL LTG-POS > LTG-TPL-LEN (LTG-LX).
       1210-EXIT.
           EXIT.
      *
       1220-VALIDATE-ONE-POSITION.
           PERFORM 7000-FIND-PLACEHOLDER THRU 7000-EXIT
           IF LTG-TOK-END = 0
               GO TO 1220-EXIT
           END-IF
           IF LTG-TOK-HIT = 0
               DISPLAY "LETRGEN - UNKNOWN PLACEHOLDER <"
                   LTG-TOK-NAME (1:LTG-TOK-LEN) "> ON TEMPLATE LINE "
                   LTG-LX
               ADD 1 TO LTG-BAD-TOKEN-CNT
               GO TO 1220-EXIT
           END-IF
           IF LTG-TN-SCOPE (LTG-TOK-HIT) NOT = "*"
               AND LTG-TN-SCOPE (LTG-TOK-HIT) NOT = LTG-SOURCE
               DISPLAY "LETRGEN - PLACEHOLDER <"
                   LTG-TOK-NAME (1:LTG-TOK-LEN) "> ON TEMPLATE LINE "
                   LTG-LX " IS NOT A FIELD OF SOURCE " LTG-SOURCE
               ADD 1 TO LTG-BAD-TOKEN-CNT
               GO TO 1220-EXIT
           END-IF
           IF LTG-TOK-HIT >= LTG-TN-FIRST-CONTACT
               MOVE "Y" TO LTG-USES-CONTACT-SW
           END-IF.
       1220-EXIT.
           EXIT.
      *
       1300-LOAD-ONE-SUPPRESSION.
           IF LTG-HALTED
               MOVE "Y" TO LTG-SUP-EOF-SW
               IF LTG-SUPPLIST-OK
                   CLOSE SUPPLIST-FILE
               END-IF
               GO TO 1300-EXIT
           END-IF
           READ SUPPLIST-FILE
               AT END
                   MOVE "Y" TO LTG-SUP-EOF-SW
                   CLOSE SUPPLIST-FILE
                   GO TO 1300-EXIT
           END-READ
      *> A SCREEN THAT CANNOT HOLD THE WHOLE LIST MUST NOT PRETEND IT
      *> WAS APPLIED - NO LETTERS RATHER THAN UNSCREENED LETTERS.
           IF LTG-SUPP-CNT >= LTG-SUPP-MAX
               DISPLAY "LETRGEN - DO-NOT-MAIL TABLE FULL AT "
                   LTG-SUPP-MAX " - RUN HALTED, NO LETTERS WRITTEN"
               MOVE "Y" TO LTG-SUP-EOF-SW
               CLOSE SUPPLIST-FILE
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO LTG-SUPP-CNT
           MOVE LTG-LST-NAME   TO LTG-SUP-NAME (LTG-SUPP-CNT)
           MOVE LTG-LST-STREET TO LTG-SUP-STREET (LTG-SUPP-CNT)
           MOVE LTG-LST-CITY   TO LTG-SUP-CITY (LTG-SUPP-CNT)
           MOVE LTG-LST-STATE  TO LTG-SUP-STATE (LTG-SUPP-CNT)
           MOVE LTG-LST-ZIP    TO LTG-SUP-ZIP (LTG-SUPP-CNT).
       1300-EXIT.
           EXIT.
      *
       1400-OPEN-SOURCE.
           IF LTG-HALTED
               GO TO 1400-EXIT
           END-IF
           IF LTG-SOURCE-CUSTOMER
               OPEN INPUT CUSTEXT-FILE
               IF NOT LTG-CUSTEXT-OK
                   DISPLAY "LETRGEN - UNABLE TO OPEN CUSTEXT, STATUS="
                       LTG-CUSTEXT-STATUS
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1400-EXIT
               END-IF
           ELSE
               OPEN INPUT MAILEXT-FILE
               IF NOT LTG-MAILEXT-OK
                   DISPLAY "LETRGEN - UNABLE TO OPEN MAILEXT, STATUS="
                       LTG-MAILEXT-STATUS
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1400-EXIT
               END-IF
           END-IF
           MOVE "Y" TO LTG-SOURCE-OPENED-SW
           OPEN EXTEND CORRLOG-FILE
           IF NOT LTG-CORRLOG-OK
               DISPLAY "LETRGEN - UNABLE TO OPEN CORRLOG, STATUS="
                   LTG-CORRLOG-STATUS " - NO LETTER CAN BE PROVED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO LTG-CORRLOG-OPENED-SW.
       1400-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO LTG-HALTED-SW
           MOVE "Y" TO LTG-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LETTER-ONE-CUSTOMER - SCREENS THE CUSTOMER, FILLS THE   *
      *  PLACEHOLDER VALUES AND WRITES ITS LETTER.                    *
      ******************************************************************
       2000-LETTER-ONE-CUSTOMER.
           READ CUSTEXT-FILE
               AT END
                   MOVE "Y" TO LTG-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO LTG-IN-CNT
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO LTG-ADDRESSEE
           MOVE SPACES TO LTG-CONTACT-ROLE
           MOVE SPACES TO LTG-CONTACT-NAME
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO DSV-WS-NAME
           MOVE STREET-ADDRESS OF CUSTOMER-RECORD TO DSV-WS-STREET
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO DSV-WS-ZIP
           PERFORM 7450-CHECK-SURVIVOR THRU 7450-EXIT
           IF DSV-WS-MERGED
               ADD 1 TO LTG-MERGED-CNT
               MOVE "MERGED DUPLICATE" TO LTG-SKIP-REASON
               PERFORM 3900-LIST-SKIP THRU 3900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO LTG-CMP-NAME
           MOVE STREET-ADDRESS OF CUSTOMER-RECORD TO LTG-CMP-STREET
           MOVE CITY OF CUSTOMER-RECORD TO LTG-CMP-CITY
           MOVE STATE OF CUSTOMER-RECORD TO LTG-CMP-STATE
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO LTG-CMP-ZIP
           PERFORM 3500-SEARCH-SUPP-LIST THRU 3500-EXIT
           IF LTG-SUP-HIT > 0
               ADD 1 TO LTG-DNM-CNT
               MOVE "DO-NOT-MAIL" TO LTG-SKIP-REASON
               PERFORM 3900-LIST-SKIP THRU 3900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT CUSTOMER-IS-BUSINESS AND NOT CUSTOMER-IS-CONSUMER
               ADD 1 TO LTG-UNKNOWN-CNT
               MOVE "UNKNOWN CUSTOMER TYPE" TO LTG-SKIP-REASON
               PERFORM 3900-LIST-SKIP THRU 3900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-FILL-CUSTOMER-VALUES THRU 2100-EXIT
           PERFORM 3700-WRITE-LETTER THRU 3700-EXIT.
       2000-EXIT.
           EXIT.
      *
      *> THE NAME LINE PICKS ITS VIEW OF THE NAME BYTES BY TYPE, AS
      *> CUSTMAIL'S LABEL DOES, WITH THE BLANKS CLOSED UP FOR PRINT.
       2100-FILL-CUSTOMER-VALUES.
           MOVE SPACES TO LTG-TV-TAB
           IF CUSTOMER-IS-BUSINESS
               MOVE BUSINESS   TO LTG-PART-1
               MOVE " ATTN: "  TO LTG-JOIN-SEP
               MOVE 7          TO LTG-JOIN-SEP-LEN
               MOVE AGENT-NAME TO LTG-PART-2
           ELSE
               MOVE FIRST-NAME TO LTG-PART-1
               MOVE SPACE      TO LTG-JOIN-SEP
               MOVE 1          TO LTG-JOIN-SEP-LEN
               MOVE LAST-NAME  TO LTG-PART-2
           END-IF
           PERFORM 3400-JOIN-PARTS THRU 3400-EXIT
           MOVE LTG-BUILD TO LTG-TV-VALUE (1)
           MOVE STREET-ADDRESS OF CUSTOMER-RECORD TO LTG-TV-VALUE (2)
           MOVE CITY OF CUSTOMER-RECORD  TO LTG-TV-VALUE (3)
           MOVE STATE OF CUSTOMER-RECORD TO LTG-TV-VALUE (4)
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO LTG-ZIP-TXT
           MOVE SPACES TO LTG-ZIP-FULL
           IF ZIP-EXT NUMERIC AND ZIP-EXT > 0
               MOVE ZIP-EXT TO LTG-ZIPEXT-TXT
               STRING LTG-ZIP-TXT "-" LTG-ZIPEXT-TXT
                   DELIMITED BY SIZE INTO LTG-ZIP-FULL
               END-STRING
               MOVE ZIP-EXT TO LTG-TV-VALUE (12)
           ELSE
               MOVE LTG-ZIP-TXT TO LTG-ZIP-FULL
           END-IF
           MOVE CITY OF CUSTOMER-RECORD TO LTG-PART-1
           PERFORM 3600-FILL-COMMON-VALUES THRU 3600-EXIT
           MOVE LAST-NAME        TO LTG-TV-VALUE (7)
           MOVE FIRST-NAME       TO LTG-TV-VALUE (8)
           MOVE BUSINESS         TO LTG-TV-VALUE (9)
           MOVE AGENT-NAME       TO LTG-TV-VALUE (10)
           MOVE LTG-ZIP-TXT      TO LTG-TV-VALUE (11)
           MOVE CUSTOMER-TYPE-CD TO LTG-TV-VALUE (13)
           PERFORM 3650-MEASURE-ONE-VALUE THRU 3650-EXIT
               VARYING LTG-TX FROM 1 BY 1
               UNTIL LTG-TX > LTG-TN-CNT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-LETTER-ONE-MAILING - FINDS THE CONTACT IN THE ROLE,     *
      *  SCREENS THE COMPANY AND THE CONTACT AT ITS ADDRESS, FILLS    *
      *  THE PLACEHOLDER VALUES AND WRITES ITS LETTER.                *
      ******************************************************************
       3000-LETTER-ONE-MAILING.
           READ MAILEXT-FILE
               AT END
                   MOVE "Y" TO LTG-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO LTG-IN-CNT
           MOVE COMPANY-NAME TO LTG-ADDRESSEE
           MOVE SPACES TO LTG-CONTACT-ROLE
           MOVE SPACES TO LTG-CONTACT-NAME
           MOVE 0 TO LTG-CONTACT-HIT
           IF LTG-PARM-ROLE NOT = SPACES
               PERFORM 3100-FIND-CONTACT THRU 3100-EXIT
               IF LTG-CONTACT-HIT = 0
                   ADD 1 TO LTG-NOROLE-CNT
                   MOVE "NO CONTACT IN ROLE" TO LTG-SKIP-REASON
                   PERFORM 3900-LIST-SKIP THRU 3900-EXIT
                   GO TO 3000-EXIT
               END-IF
               MOVE CONTACT-ROLE (LTG-CONTACT-HIT) TO LTG-CONTACT-ROLE
               MOVE CONTACT-LAST-NAME (LTG-CONTACT-HIT)
                   TO LTG-CONTACT-LAST
               MOVE CONTACT-FIRST-NAME (LTG-CONTACT-HIT)
                   TO LTG-CONTACT-FIRST
           END-IF
           MOVE COMPANY-NAME TO LTG-CMP-NAME
           MOVE STREET-ADDRESS OF MAILING-RECORD TO LTG-CMP-STREET
           MOVE CITY OF MAILING-RECORD TO LTG-CMP-CITY
           MOVE STATE OF MAILING-RECORD TO LTG-CMP-STATE
           MOVE ZIP OF MAILING-RECORD TO LTG-CMP-ZIP
           PERFORM 3500-SEARCH-SUPP-LIST THRU 3500-EXIT
           IF LTG-SUP-HIT = 0 AND LTG-CONTACT-HIT > 0
               MOVE LTG-CONTACT-NAME TO LTG-CMP-NAME
               PERFORM 3500-SEARCH-SUPP-LIST THRU 3500-EXIT
           END-IF
           IF LTG-SUP-HIT > 0
               ADD 1 TO LTG-DNM-CNT
               MOVE "DO-NOT-MAIL" TO LTG-SKIP-REASON
               PERFORM 3900-LIST-SKIP THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-FILL-MAILING-VALUES THRU 3200-EXIT
           PERFORM 3700-WRITE-LETTER THRU 3700-EXIT.
       3000-EXIT.
           EXIT.
      *
      *> CONTACTS PAST THE TENTH SLOT WERE NEVER CARRIED, AS MAILBRW
      *> REPORTS, SO THE SEARCH STOPS AT THE TABLE'S END.
       3100-FIND-CONTACT.
           IF CONTACT-COUNT NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           IF CONTACT-COUNT > 10
               MOVE 10 TO LTG-CONTACT-LIMIT
           ELSE
               MOVE CONTACT-COUNT TO LTG-CONTACT-LIMIT
           END-IF
           PERFORM 3110-MATCH-ONE-CONTACT THRU 3110-EXIT
               VARYING LTG-CX FROM 1 BY 1
               UNTIL LTG-CX > LTG-CONTACT-LIMIT
               OR LTG-CONTACT-HIT > 0.
       3100-EXIT.
           EXIT.
      *
       3110-MATCH-ONE-CONTACT.
           IF CONTACT-ROLE (LTG-CX) = LTG-PARM-ROLE
               MOVE LTG-CX TO LTG-CONTACT-HIT
           END-IF.
       3110-EXIT.
           EXIT.
      *
       3200-FILL-MAILING-VALUES.
           MOVE SPACES TO LTG-TV-TAB
           IF LTG-CONTACT-HIT = 0
               MOVE COMPANY-NAME TO LTG-PART-1
               MOVE SPACES       TO LTG-PART-2
           ELSE
               MOVE LTG-CONTACT-FIRST TO LTG-PART-1
               MOVE LTG-CONTACT-LAST  TO LTG-PART-2
               MOVE LTG-CONTACT-ROLE  TO LTG-TV-VALUE (16)
               MOVE LTG-CONTACT-LAST  TO LTG-TV-VALUE (17)
               MOVE LTG-CONTACT-FIRST TO LTG-TV-VALUE (18)
           END-IF
           MOVE SPACE TO LTG-JOIN-SEP
           MOVE 1     TO LTG-JOIN-SEP-LEN
           PERFORM 3400-JOIN-PARTS THRU 3400-EXIT
           MOVE LTG-BUILD TO LTG-TV-VALUE (1)
           MOVE STREET-ADDRESS OF MAILING-RECORD TO LTG-TV-VALUE (2)
           MOVE CITY OF MAILING-RECORD  TO LTG-TV-VALUE (3)
           MOVE STATE OF MAILING-RECORD TO LTG-TV-VALUE (4)
           MOVE ZIP OF MAILING-RECORD TO LTG-ZIP-TXT
           MOVE LTG-ZIP-TXT TO LTG-ZIP-FULL
           MOVE CITY OF MAILING-RECORD TO LTG-PART-1
           PERFORM 3600-FILL-COMMON-VALUES THRU 3600-EXIT
           MOVE COMPANY-NAME     TO LTG-TV-VALUE (14)
           MOVE LTG-ZIP-TXT      TO LTG-TV-VALUE (15)
           PERFORM 3650-MEASURE-ONE-VALUE THRU 3650-EXIT
               VARYING LTG-TX FROM 1 BY 1
               UNTIL LTG-TX > LTG-TN-CNT.
       3200-EXIT.
           EXIT.
      *
      *> LTG-BUILD COMES BACK AS LTG-PART-1, LTG-JOIN-SEP AND
      *> LTG-PART-2, EACH PART CUT AT ITS LAST NON-BLANK SO A NAME THAT
      *> FILLS ITS FIELD, OR CARRIES AN INNER DOUBLE BLANK, STILL
      *> PRINTS WHOLE.  THE SEPARATOR IS DROPPED WHEN EITHER PART IS
      *> BLANK.
       3400-JOIN-PARTS.
           MOVE SPACES TO LTG-BUILD
           MOVE 1 TO LTG-BUILD-PTR
           MOVE LTG-PART-1 TO LTG-MEAS-FIELD
           PERFORM 7100-MEASURE-FIELD THRU 7100-EXIT
           MOVE LTG-MEAS-LEN TO LTG-PART-1-LEN
           IF LTG-PART-1-LEN > 0
               STRING LTG-PART-1 (1:LTG-PART-1-LEN) DELIMITED BY SIZE
                   INTO LTG-BUILD WITH POINTER LTG-BUILD-PTR
               END-STRING
           END-IF
           MOVE LTG-PART-2 TO LTG-MEAS-FIELD
           PERFORM 7100-MEASURE-FIELD THRU 7100-EXIT
           IF LTG-MEAS-LEN = 0
               GO TO 3400-EXIT
           END-IF
           IF LTG-PART-1-LEN > 0
               STRING LTG-JOIN-SEP (1:LTG-JOIN-SEP-LEN)
                   DELIMITED BY SIZE
                   INTO LTG-BUILD WITH POINTER LTG-BUILD-PTR
               END-STRING
           END-IF
           STRING LTG-PART-2 (1:LTG-MEAS-LEN) DELIMITED BY SIZE
               INTO LTG-BUILD WITH POINTER LTG-BUILD-PTR
           END-STRING.
       3400-EXIT.
           EXIT.
      *
       3500-SEARCH-SUPP-LIST.
           MOVE 0 TO LTG-SUP-HIT
           PERFORM 3510-TEST-ONE-ENTRY THRU 3510-EXIT
               VARYING LTG-SUP-IX FROM 1 BY 1
               UNTIL LTG-SUP-IX > LTG-SUPP-CNT OR LTG-SUP-HIT > 0.
       3500-EXIT.
           EXIT.
      *
       3510-TEST-ONE-ENTRY.
           IF LTG-SUP-NAME (LTG-SUP-IX)      = LTG-CMP-NAME
               AND LTG-SUP-STREET (LTG-SUP-IX) = LTG-CMP-STREET
               AND LTG-SUP-CITY (LTG-SUP-IX)   = LTG-CMP-CITY
               AND LTG-SUP-STATE (LTG-SUP-IX)  = LTG-CMP-STATE
               AND LTG-SUP-ZIP (LTG-SUP-IX)    = LTG-CMP-ZIP
               MOVE LTG-SUP-IX TO LTG-SUP-HIT
           END-IF.
       3510-EXIT.
           EXIT.
      *
      *> LTG-PART-1 ARRIVES HOLDING THE CITY, LTG-TV-VALUE (4) THE
      *> STATE AND LTG-ZIP-FULL THE ZIP AS IT SHOULD PRINT.
       3600-FILL-COMMON-VALUES.
           MOVE SPACES TO LTG-PART-2
           STRING LTG-TV-VALUE (4) (1:2) " " LTG-ZIP-FULL
               DELIMITED BY SIZE INTO LTG-PART-2
           END-STRING
           MOVE SPACE TO LTG-JOIN-SEP
           MOVE 1     TO LTG-JOIN-SEP-LEN
           PERFORM 3400-JOIN-PARTS THRU 3400-EXIT
           MOVE LTG-BUILD TO LTG-TV-VALUE (5)
           MOVE LTG-RUN-DD TO LTG-DAY-TXT
           IF LTG-RUN-DD < 10
               STRING LTG-MONTH-NAME (LTG-RUN-MM) DELIMITED BY SPACE
                   " " LTG-DAY-TXT (2:1) ", " LTG-RUN-YYYY
                   DELIMITED BY SIZE INTO LTG-TV-VALUE (6)
               END-STRING
           ELSE
               STRING LTG-MONTH-NAME (LTG-RUN-MM) DELIMITED BY SPACE
                   " " LTG-DAY-TXT ", " LTG-RUN-YYYY
                   DELIMITED BY SIZE INTO LTG-TV-VALUE (6)
               END-STRING
           END-IF.
       3600-EXIT.
           EXIT.
      *
       3650-MEASURE-ONE-VALUE.
           MOVE LTG-TV-VALUE (LTG-TX) TO LTG-MEAS-FIELD
           PERFORM 7100-MEASURE-FIELD THRU 7100-EXIT
           MOVE LTG-MEAS-LEN TO LTG-TV-LEN (LTG-TX).
       3650-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3700-WRITE-LETTER - MERGES EVERY TEMPLATE LINE, THE FIRST ON *
      *  A NEW PAGE, THEN LOGS THE LETTER.                            *
      ******************************************************************
       3700-WRITE-LETTER.
           MOVE "N" TO LTG-CUT-SW
           MOVE "Y" TO LTG-FIRST-LINE-SW
           PERFORM 3710-MERGE-ONE-LINE THRU 3710-EXIT
               VARYING LTG-LX FROM 1 BY 1
               UNTIL LTG-LX > LTG-TPL-CNT
           ADD 1 TO LTG-LETTER-CNT
           IF LTG-CUT
               ADD 1 TO LTG-CUT-CNT
               MOVE "LINE CUT AT 80 BYTES" TO LTG-SKIP-REASON
               PERFORM 3910-LIST-CUT THRU 3910-EXIT
           END-IF
           PERFORM 3800-LOG-LETTER THRU 3800-EXIT.
       3700-EXIT.
           EXIT.
      *
       3710-MERGE-ONE-LINE.
           MOVE SPACES TO LTG-OUT-LINE
           MOVE 1 TO LTG-OUT-PTR
           MOVE LTG-TPL-LINE (LTG-LX) TO LTG-SCAN-LINE
           MOVE 1 TO LTG-POS
           PERFORM 3720-MERGE-ONE-POSITION THRU 3720-EXIT
               UNTIL LTG-POS > LTG-TPL-LEN (LTG-LX)
           IF LTG-FIRST-LINE
               MOVE "1" TO LTO-CARRIAGE-CTL
               MOVE "N" TO LTG-FIRST-LINE-SW
           ELSE
               MOVE SPACE TO LTO-CARRIAGE-CTL
           END-IF
           MOVE LTG-OUT-LINE TO LTO-TEXT
           WRITE LTROUT-RECORD.
       3710-EXIT.
           EXIT.
      *
      *> A PLACEHOLDER IS REPLACED BY ITS VALUE AND SCANNING RESUMES
      *> PAST ITS ">"; ANY OTHER BYTE IS COPIED AS WRITTEN.
       3720-MERGE-ONE-POSITION.
           PERFORM 7000-FIND-PLACEHOLDER THRU 7000-EXIT
           IF LTG-TOK-END = 0
               STRING LTG-SCAN-LINE (LTG-POS:1) DELIMITED BY SIZE
                   INTO LTG-OUT-LINE WITH POINTER LTG-OUT-PTR
                   ON OVERFLOW
                       MOVE "Y" TO LTG-CUT-SW
               END-STRING
               ADD 1 TO LTG-POS
               GO TO 3720-EXIT
           END-IF
           IF LTG-TV-LEN (LTG-TOK-HIT) > 0
               STRING LTG-TV-VALUE (LTG-TOK-HIT)
                       (1:LTG-TV-LEN (LTG-TOK-HIT))
                   DELIMITED BY SIZE
                   INTO LTG-OUT-LINE WITH POINTER LTG-OUT-PTR
                   ON OVERFLOW
                       MOVE "Y" TO LTG-CUT-SW
               END-STRING
           END-IF
           COMPUTE LTG-POS = LTG-TOK-END + 1.
       3720-EXIT.
           EXIT.
      *
       3800-LOG-LETTER.
           MOVE LTG-RUN-DATE      TO CRL-SENT-DATE
           MOVE LTG-RUN-TIME      TO CRL-SENT-TIME
           MOVE LTG-LETTER-CNT    TO CRL-LETTER-NO
           MOVE LTG-PARM-TEMPLATE TO CRL-TEMPLATE-ID
           IF LTG-SOURCE-CUSTOMER
               MOVE "CUSTEXT " TO CRL-SOURCE-DD
           ELSE
               MOVE "MAILEXT " TO CRL-SOURCE-DD
           END-IF
           MOVE LTG-ADDRESSEE     TO CRL-ADDRESSEE
           MOVE LTG-CONTACT-ROLE  TO CRL-CONTACT-ROLE
           MOVE LTG-CONTACT-NAME  TO CRL-CONTACT-NAME
           MOVE LTG-CMP-STREET    TO CRL-STREET-ADDRESS
           MOVE LTG-CMP-CITY      TO CRL-CITY
           MOVE LTG-CMP-STATE     TO CRL-STATE
           IF LTG-CMP-ZIP NUMERIC
               MOVE LTG-CMP-ZIP   TO CRL-ZIP
           ELSE
               MOVE 0             TO CRL-ZIP
           END-IF
           MOVE LTG-ANALYST-ID    TO CRL-ANALYST-ID
           WRITE CORRESPONDENCE-LOG-RECORD.
       3800-EXIT.
           EXIT.
      *
      *> LTG-SKIP-REASON ARRIVES CARRYING WHY.
       3900-LIST-SKIP.
           ADD 1 TO LTG-SKIP-CNT
           MOVE SPACES TO LTG-RPT-LINE
           STRING "SKIPPED " LTG-SKIP-REASON " " LTG-ADDRESSEE
               " " LTG-CONTACT-ROLE " " LTG-CONTACT-NAME
               DELIMITED BY SIZE INTO LTG-RPT-LINE
           END-STRING
           WRITE LTRRPT-RECORD FROM LTG-RPT-LINE.
       3900-EXIT.
           EXIT.
      *
       3910-LIST-CUT.
           MOVE SPACES TO LTG-RPT-LINE
           STRING "LETTER  " LTG-LETTER-CNT " " LTG-SKIP-REASON " "
               LTG-ADDRESSEE
               DELIMITED BY SIZE INTO LTG-RPT-LINE
           END-STRING
           WRITE LTRRPT-RECORD FROM LTG-RPT-LINE.
       3910-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF NOT LTG-OUTPUTS-OPENED
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO LTG-RPT-LINE
           STRING LTG-PARM-TEMPLATE
               " IN=" LTG-IN-CNT
               " LETTERS=" LTG-LETTER-CNT
               " DO-NOT-MAIL=" LTG-DNM-CNT
               " MERGED=" LTG-MERGED-CNT
               " NO-ROLE=" LTG-NOROLE-CNT
               " BAD-TYPE=" LTG-UNKNOWN-CNT
               DELIMITED BY SIZE INTO LTG-RPT-LINE
           END-STRING
           WRITE LTRRPT-RECORD FROM LTG-RPT-LINE
           DISPLAY "LETRGEN - " LTG-IN-CNT " READ, " LTG-LETTER-CNT
               " LETTERS, " LTG-SKIP-CNT " SKIPPED, " LTG-CUT-CNT
               " WITH A LINE CUT"
           IF LTG-HALTED
               GO TO 4000-EXIT
           END-IF
           IF LTG-CUT-CNT > 0 OR DSV-WS-FAULT-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LTG-UNKNOWN-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7000-FIND-PLACEHOLDER - IS THERE A PLACEHOLDER AT LTG-POS OF *
      *  LTG-SCAN-LINE?  A "<", A NAME OF 1-18 BYTES WITH NO BLANKS,  *
      *  AND ">".  LTG-TOK-END COMES BACK AT THE ">" (ZERO FOR NONE)  *
      *  AND LTG-TOK-HIT AT THE NAME'S ROW (ZERO FOR AN UNKNOWN NAME).*
      ******************************************************************
       7000-FIND-PLACEHOLDER.
           MOVE 0 TO LTG-TOK-END
           MOVE 0 TO LTG-TOK-HIT
           IF LTG-SCAN-LINE (LTG-POS:1) NOT = "<"
               GO TO 7000-EXIT
           END-IF
           PERFORM 7010-FIND-CLOSE THRU 7010-EXIT
               VARYING LTG-SX FROM LTG-POS BY 1
               UNTIL LTG-SX >= 80 OR LTG-SX > LTG-POS + 18
               OR LTG-TOK-END > 0
           IF LTG-TOK-END = 0
               GO TO 7000-EXIT
           END-IF
           COMPUTE LTG-TOK-LEN = LTG-TOK-END - LTG-POS - 1
           IF LTG-TOK-LEN = 0
               MOVE 0 TO LTG-TOK-END
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO LTG-TOK-NAME
           MOVE LTG-SCAN-LINE (LTG-POS + 1:LTG-TOK-LEN) TO LTG-TOK-NAME
           MOVE 0 TO LTG-TOK-BLANKS
           INSPECT LTG-TOK-NAME (1:LTG-TOK-LEN)
               TALLYING LTG-TOK-BLANKS FOR ALL SPACE
           IF LTG-TOK-BLANKS > 0
               MOVE 0 TO LTG-TOK-END
               GO TO 7000-EXIT
           END-IF
           PERFORM 7020-MATCH-ONE-NAME THRU 7020-EXIT
               VARYING LTG-TX FROM 1 BY 1
               UNTIL LTG-TX > LTG-TN-CNT OR LTG-TOK-HIT > 0.
       7000-EXIT.
           EXIT.
      *
      *> LTG-SX RUNS ONE BEHIND THE BYTE TESTED SO THE "<" ITSELF IS
      *> NEVER TAKEN AS THE CLOSE.
       7010-FIND-CLOSE.
           IF LTG-SCAN-LINE (LTG-SX + 1:1) = ">"
               COMPUTE LTG-TOK-END = LTG-SX + 1
           END-IF.
       7010-EXIT.
           EXIT.
      *
       7020-MATCH-ONE-NAME.
           IF LTG-TN-NAME (LTG-TX) = LTG-TOK-NAME
               MOVE LTG-TX TO LTG-TOK-HIT
           END-IF.
       7020-EXIT.
           EXIT.
      *
      *> LTG-MEAS-LEN COMES BACK AT LTG-MEAS-FIELD'S LAST NON-BLANK.
       7100-MEASURE-FIELD.
           MOVE 0 TO LTG-MEAS-LEN
           PERFORM 7110-MEASURE-ONE-BYTE THRU 7110-EXIT
               VARYING LTG-MX FROM 40 BY -1
               UNTIL LTG-MX < 1 OR LTG-MEAS-LEN > 0.
       7100-EXIT.
           EXIT.
      *
       7110-MEASURE-ONE-BYTE.
           IF LTG-MEAS-FIELD (LTG-MX:1) NOT = SPACE
               MOVE LTG-MX TO LTG-MEAS-LEN
           END-IF.
       7110-EXIT.
           EXIT.
      *
      *> SHARED SURVIVORSHIP-CHECK PARAGRAPHS - SEE DUPSVCK.cpy.
       COPY DUPSVCK.
      *
       7850-POST-ACCESS-LOG.
           IF NOT LTG-SOURCE-OPENED OR NOT LTG-SOURCE-CUSTOMER
               GO TO 7850-EXIT
           END-IF
           MOVE "LETRGEN " TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           MOVE LTG-IN-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "LETRGEN " TO RNL-WS-PROGRAM
           MOVE LTG-IN-CNT       TO RNL-WS-RECORDS-IN
           MOVE LTG-LETTER-CNT   TO RNL-WS-RECORDS-OUT
           MOVE LTG-SKIP-CNT     TO RNL-WS-RECORDS-SUSP
           MOVE LTG-TPL-CNT      TO RNL-WS-TABLE-PEAK (1)
           MOVE LTG-SUPP-CNT     TO RNL-WS-TABLE-PEAK (2)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF LTG-SOURCE-OPENED
               IF LTG-SOURCE-CUSTOMER
                   CLOSE CUSTEXT-FILE
               ELSE
                   CLOSE MAILEXT-FILE
               END-IF
           END-IF
           IF LTG-CORRLOG-OPENED
               CLOSE CORRLOG-FILE
           END-IF
           IF LTG-OUTPUTS-OPENED
               CLOSE LTROUT-FILE
               CLOSE LTRRPT-FILE
           END-IF.
