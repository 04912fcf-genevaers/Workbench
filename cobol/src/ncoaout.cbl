      ******************************************************************
      **                                                              *
      **  PROGRAM      NCOAOUT                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  NATIONAL CHANGE-OF-ADDRESS SUBMISSION - THE   *
      **      OUTBOUND HALF OF THE NCOA PASS WHOSE RESULTS NCOAIN     *
      **      TURNS INTO COATRAN TRANSACTIONS FOR CUSTCOA.  EVERY     *
      **      CUSTOMER-RECORD ON DD CUSTEXT AND EVERY MAILING-RECORD  *
      **      ON DD MAILEXT IS WRITTEN TO DD NCOSUB IN THE VENDOR'S   *
      **      SUBMISSION FORMAT (NCOASUB.cpy) - THE CUSTOMER NAME BY  *
      **      CUSTOMER-TYPE-CD (THE BUYER-NAME VIEW'S BUSINESS AS THE *
      **      FIRM NAME FOR "B", THE CUSTOMER-NAME VIEW OTHERWISE),   *
      **      THE COMPANY-NAME AS THE FIRM NAME OF A MAILING-RECORD,  *
      **      AND THE ADDRESS.  MAILING-RECORD CONTACTS ARE NOT SENT. *
      **      EACH ROW CARRIES A RECORD ID ("C" OR "M" AND A          *
      **      SEQUENCE) AND NOTHING ELSE THAT LEADS BACK TO THE       *
      **      SOURCE; THE REAL NAME AND ADDRESS BEHIND EACH ID GO TO  *
      **      THE IN-HOUSE CROSS-REFERENCE ON DD NCOXREF              *
      **      (NCOAXRF.cpy), WHICH NEVER LEAVES.                      *
      **                                                               *
      **      EVERY SENT FIELD THE SENSITIVITY REGISTRY (DD SENSTAB,  *
      **      SENSREG LAYOUT) TAGS UNDER EITHER LOGICAL RECORD IS     *
      **      REPLACED BY A TOKEN FROM THE SHARED VAULT (DD TOKVAULT, *
      **      TOKVREC LAYOUT) EXACTLY AS PIITOKEN ISSUES THEM - A     *
      **      VALUE ALREADY VAULTED KEEPS ITS TOKEN, A NEW ONE DRAWS  *
      **      A RANDOM TOKEN OF THE SAME SHAPE (DIGITS FOR ZIP-CODE,  *
      **      ZIP-EXT AND ZIP, LETTERS AND DIGITS OF THE FIELD'S      *
      **      LENGTH FOR TEXT).  A TAG ON A GROUP OR ON EITHER VIEW   *
      **      OF THE CUSTOMER NAME BYTES COVERS EVERY FIELD SHARING   *
      **      THOSE BYTES.  A TAG ON A FIELD THE LAYOUT DOES NOT      *
      **      CARRY HALTS THE RUN BEFORE ANYTHING IS WRITTEN, AS DOES *
      **      A REGISTRY OR VAULT THAT CANNOT BE READ.                *
      **                                                               *
      **      DD NCOPRM (ONE CARD) - THE LIST ID (REQUIRED, ECHOED    *
      **      BY THE VENDOR AND CHECKED BY NCOAIN) AND THE CATALOG    *
      **      NAMES THE REGISTRY FILES THE TWO LAYOUTS UNDER (BLANK   *
      **      TAKES CUSTOMER-RECORD AND MAILING-RECORD).              *
      **                                                               *
      **      RETURN-CODE 04 - A RECORD WAS HELD OUT BECAUSE ITS      *
      **      TAGGED ZIP WAS NOT NUMERIC AND SO COULD NOT TAKE A      *
      **      TOKEN; 16 - THE RUN HALTED OR THE VAULT WOULD NOT TAKE  *
      **      THE NEW TOKENS, AND NCOSUB MUST NOT BE SENT.            *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOAOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOPRM-FILE   ASSIGN TO "NCOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCO-NCOPRM-STATUS.
           SELECT SENSTAB-FILE  ASSIGN TO "SENSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCO-SENSTAB-STATUS.
           SELECT CUSTEXT-FILE  ASSIGN TO "CUSTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCO-CUSTEXT-STATUS.
           SELECT MAILEXT-FILE  ASSIGN TO "MAILEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCO-MAILEXT-STATUS.
           SELECT NCOSUB-FILE   ASSIGN TO "NCOSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCO-NCOSUB-STATUS.
           SELECT NCOXREF-FILE  ASSIGN TO "NCOXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCO-NCOXREF-STATUS.
      *> OPTIONAL - THE FIRST TOKENIZATION EVER CREATES THE VAULT.
      *> SEQUENTIAL - A TEXT VALUE IS KEPT AS THE FIELD'S OWN BYTES.
           SELECT OPTIONAL TOKVAULT-FILE ASSIGN TO "TOKVAULT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NCO-TOKVAULT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NCOPRM-FILE.
       01  NCOPRM-RECORD.
           05  NCO-PARM-LIST-ID            PIC X(10).
           05  NCO-PARM-CUST-LR            PIC X(30).
           05  NCO-PARM-MAIL-LR            PIC X(30).
       FD  SENSTAB-FILE.
       COPY SENSREG.
       FD  CUSTEXT-FILE.
       COPY CUSTREC.
       FD  MAILEXT-FILE.
       COPY MAILREC.
       FD  NCOSUB-FILE.
       COPY NCOASUB.
       FD  NCOXREF-FILE.
       COPY NCOAXRF.
       FD  TOKVAULT-FILE.
       COPY TOKVREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  NCO-NCOPRM-STATUS               PIC XX.
           88  NCO-NCOPRM-OK               VALUE "00".
       01  NCO-SENSTAB-STATUS              PIC XX.
           88  NCO-SENSTAB-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES NCO-SENSTAB-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  NCO-SENSTAB-OPENED-SW           PIC X(01)       VALUE "N".
           88  NCO-SENSTAB-OPENED          VALUE "Y".
       01  NCO-CUSTEXT-STATUS              PIC XX.
           88  NCO-CUSTEXT-OK              VALUE "00".
      *> SAME REASONING AS NCO-SENSTAB-OPENED-SW ABOVE.
       01  NCO-CUSTEXT-OPENED-SW           PIC X(01)       VALUE "N".
           88  NCO-CUSTEXT-OPENED          VALUE "Y".
       01  NCO-MAILEXT-STATUS              PIC XX.
           88  NCO-MAILEXT-OK              VALUE "00".
      *> SAME REASONING AS NCO-SENSTAB-OPENED-SW ABOVE.
       01  NCO-MAILEXT-OPENED-SW           PIC X(01)       VALUE "N".
           88  NCO-MAILEXT-OPENED          VALUE "Y".
       01  NCO-NCOSUB-STATUS               PIC XX.
           88  NCO-NCOSUB-OK               VALUE "00".
       01  NCO-NCOXREF-STATUS              PIC XX.
           88  NCO-NCOXREF-OK              VALUE "00".
      *> SAME REASONING AS NCO-SENSTAB-OPENED-SW ABOVE.
       01  NCO-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  NCO-OUTPUTS-OPENED          VALUE "Y".
      *> "05" IS OPTIONAL-FILE-CREATED - A SUCCESSFUL FIRST-EVER
      *> OPEN, NOT A FAILURE.
       01  NCO-TOKVAULT-STATUS             PIC XX.
           88  NCO-TOKVAULT-OK             VALUE "00" "05".
       01  NCO-SENS-EOF-SW                 PIC X(01)       VALUE "N".
           88  NCO-SENS-EOF                VALUE "Y".
       01  NCO-VAULT-EOF-SW                PIC X(01)       VALUE "N".
           88  NCO-VAULT-EOF               VALUE "Y".
       01  NCO-CUST-EOF-SW                 PIC X(01)       VALUE "N".
           88  NCO-CUST-EOF                VALUE "Y".
       01  NCO-MAIL-EOF-SW                 PIC X(01)       VALUE "N".
           88  NCO-MAIL-EOF                VALUE "Y".
      *> SET BY 1900-HALT-RUN - NOTHING MORE IS WRITTEN TO NCOSUB.
       01  NCO-HALTED-SW                   PIC X(01)       VALUE "N".
           88  NCO-HALTED                  VALUE "Y".
       01  NCO-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  NCO-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  NCO-LIST-ID                     PIC X(10)       VALUE SPACES.
       01  NCO-CUST-LR                     PIC X(30)       VALUE
           "CUSTOMER-RECORD".
       01  NCO-MAIL-LR                     PIC X(30)       VALUE
           "MAILING-RECORD".
      *> ------------------- SENT-FIELD TABLE --------------------------
      *> ONE ROW PER SOURCE FIELD THAT REACHES THE VENDOR - WHICH
      *> LAYOUT IT COMES FROM ("C" CUSTOMER-RECORD, "M"
      *> MAILING-RECORD), WHETHER ITS TOKEN IS DIGITS ("N") OR TEXT
      *> ("X"), ITS WIDTH IN DIGITS OR BYTES, AND ITS CATALOG NAME.
      *> THE ROW NUMBERS ARE FIXED: 2100 AND 2600 PASS THEM BY VALUE.
      *> SOURCE(1) KIND(1) WIDTH(2) FIELD(18) - 22 BYTES A ROW.
       01  NCO-ELEM-STR.
           05  FILLER                      PIC X(22)       VALUE
               "CX15LAST-NAME".
           05  FILLER                      PIC X(22)       VALUE
               "CX08FIRST-NAME".
           05  FILLER                      PIC X(22)       VALUE
               "CX15BUSINESS".
           05  FILLER                      PIC X(22)       VALUE
               "CX20STREET-ADDRESS".
           05  FILLER                      PIC X(22)       VALUE
               "CX17CITY".
           05  FILLER                      PIC X(22)       VALUE
               "CX02STATE".
           05  FILLER                      PIC X(22)       VALUE
               "CN05ZIP-CODE".
           05  FILLER                      PIC X(22)       VALUE
               "CN04ZIP-EXT".
           05  FILLER                      PIC X(22)       VALUE
               "MX30COMPANY-NAME".
           05  FILLER                      PIC X(22)       VALUE
               "MX15STREET-ADDRESS".
           05  FILLER                      PIC X(22)       VALUE
               "MX15CITY".
           05  FILLER                      PIC X(22)       VALUE
               "MX02STATE".
           05  FILLER                      PIC X(22)       VALUE
               "MN05ZIP".
       01  NCO-ELEM-TBL REDEFINES NCO-ELEM-STR.
           05  NCO-ELEM-ENTRY              OCCURS 13 TIMES.
               10  NCO-ELEM-SOURCE         PIC X(01).
               10  NCO-ELEM-KIND           PIC X(01).
                   88  NCO-ELEM-IS-NUMERIC VALUE "N".
               10  NCO-ELEM-WIDTH          PIC 9(02).
               10  NCO-ELEM-FIELD          PIC X(18).
       01  NCO-ELEM-CNT                    PIC 9(02)       VALUE 13.
      *> WHETHER THE REGISTRY TAGS EACH ROW ABOVE, AND HOW MANY OF ITS
      *> VALUES WENT OUT AS TOKENS.
       01  NCO-ELEM-STATE-TAB.
           05  NCO-ELEM-STATE              OCCURS 13 TIMES.
               10  NCO-ELEM-TAGGED-SW      PIC X(01).
                   88  NCO-ELEM-TAGGED     VALUE "Y".
               10  NCO-ELEM-TOKEN-CNT      PIC 9(09).
       01  NCO-ELEM-IX                     PIC 9(02)       VALUE 0.
      *> ------------- TAGGED-FIELD REGISTRY TABLE ---------------------
      *> THE REGISTRY ROWS FOR THE TWO LOGICAL RECORDS, BY LAYOUT.
       01  NCO-TAG-TAB.
           05  NCO-TAG-ENTRY               OCCURS 100 TIMES.
               10  NCO-TAG-SOURCE          PIC X(01).
               10  NCO-TAG-FIELD           PIC X(30).
       01  NCO-TAG-TOP                     PIC 9(03)       VALUE 0.
       01  NCO-TAG-IDX                     PIC 9(03).
       01  NCO-BAD-TAG-CNT                 PIC 9(03)       VALUE 0.
      *> ---------------------- VAULT TABLE ----------------------------
      *> THE WHOLE VAULT, PLUS EVERY TOKEN THIS RUN ISSUES.  ENTRIES
      *> PAST NCO-VLT-LOADED ARE NEW AND ARE APPENDED TO TOKVAULT AT
      *> END OF RUN.  A FULL TABLE HALTS THE RUN - A VALUE THAT
      *> CANNOT BE VAULTED CANNOT BE SENT.
       01  NCO-VLT-MAX                     PIC 9(05) COMP  VALUE 20000.
       01  NCO-VLT-TAB.
           05  NCO-VLT-ENTRY               OCCURS 20000 TIMES.
               10  NCO-VLT-KIND            PIC X(01).
               10  NCO-VLT-WIDTH           PIC 9(02).
               10  NCO-VLT-TOKEN           PIC X(40).
               10  NCO-VLT-VALUE           PIC X(40).
               10  NCO-VLT-ELEM-IX         PIC 9(02).
       01  NCO-VLT-TOP                     PIC 9(05) COMP  VALUE 0.
       01  NCO-VLT-LOADED                  PIC 9(05) COMP  VALUE 0.
       01  NCO-VLT-IDX                     PIC 9(05) COMP  VALUE 0.
       01  NCO-VLT-HIT                     PIC 9(05) COMP  VALUE 0.
       01  NCO-VLT-WRITE-ERR-SW            PIC X(01)       VALUE "N".
           88  NCO-VLT-WRITE-ERR           VALUE "Y".
       01  NCO-FOUND-SW                    PIC X(01)       VALUE "N".
           88  NCO-FOUND                   VALUE "Y".
      *> ---------------------- RANDOM TOKENS --------------------------
      *> THE SAME GENERATOR PIITOKEN DRAWS FROM - MULTIPLICATIVE
      *> CONGRUENTIAL, MULTIPLIER 16807, MODULUS 2**31-1, SEEDED FROM
      *> THE CLOCK AND THE VAULT'S SIZE.  A TOKEN IS DRAWN AGAIN WHEN
      *> IT IS ALREADY IN USE, UP TO NCO-DRAW-MAX TIMES.
       01  NCO-RAND-SEED                   PIC 9(10)       VALUE 1.
       01  NCO-RAND-PROD                   PIC 9(15)       VALUE 0.
       01  NCO-RAND-QUOT                   PIC 9(10)       VALUE 0.
       01  NCO-RAND-PICK                   PIC 9(02)       VALUE 0.
       01  NCO-DRAW-CNT                    PIC 9(02)       VALUE 0.
       01  NCO-DRAW-MAX                    PIC 9(02)       VALUE 20.
       01  NCO-TOKEN-CHARS                 PIC X(36)       VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01  NCO-CHAR-IDX                    PIC 9(02).
      *> ------------------- TOKENIZING WORK AREA ----------------------
      *> THE CALLER OF 3000 SETS NCO-ELEM-IX AND THE FIELD'S BYTES IN
      *> NCO-CUR-VALUE; NCO-CUR-OUT COMES BACK WITH WHAT IS SENT.
       01  NCO-CUR-VALUE                   PIC X(30).
       01  NCO-CUR-OUT                     PIC X(30).
       01  NCO-SPAN                        PIC 9(02).
       01  NCO-REC-OK-SW                   PIC X(01)       VALUE "Y".
           88  NCO-REC-OK                  VALUE "Y".
      *> A ZIP'S DIGITS, RIGHT-ALIGNED WHATEVER ITS WIDTH.
       01  NCO-CUR-NUM                     PIC 9(05)       VALUE 0.
       01  NCO-CUR-NUM-X REDEFINES NCO-CUR-NUM
                                           PIC X(05).
      *> THE VALUE AND ITS TOKEN IN THE VAULT'S FORM.
       01  NCO-VALUE-KEY                   PIC X(40).
       01  NCO-TOKEN-KEY                   PIC X(40).
       01  NCO-CANON                       PIC S9(19)
                                           SIGN LEADING SEPARATE.
       01  NCO-CANON-X REDEFINES NCO-CANON PIC X(20).
       01  NCO-TOKEN-NUM                   PIC 9(18)       VALUE 0.
      *> ------------------------ COUNTS -------------------------------
       01  NCO-CUST-READ-CNT               PIC 9(09)       VALUE 0.
       01  NCO-CUST-SENT-CNT               PIC 9(09)       VALUE 0.
       01  NCO-CUST-HELD-CNT               PIC 9(09)       VALUE 0.
       01  NCO-MAIL-READ-CNT               PIC 9(09)       VALUE 0.
       01  NCO-MAIL-SENT-CNT               PIC 9(09)       VALUE 0.
       01  NCO-MAIL-HELD-CNT               PIC 9(09)       VALUE 0.
       01  NCO-ISSUED-CNT                  PIC 9(09)       VALUE 0.
       01  NCO-REUSED-CNT                  PIC 9(09)       VALUE 0.
       01  NCO-CNT-TXT                     PIC ZZZZZZZZ9.
       01  NCO-CNT2-TXT                    PIC ZZZZZZZZ9.
       01  NCO-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-SENS-REGISTRY THRU 1100-EXIT
               UNTIL NCO-SENS-EOF
           PERFORM 1200-APPLY-ONE-TAG THRU 1200-EXIT
               VARYING NCO-TAG-IDX FROM 1 BY 1
               UNTIL NCO-TAG-IDX > NCO-TAG-TOP
           PERFORM 1300-CHECK-TAGS THRU 1300-EXIT
           PERFORM 1500-LOAD-VAULT THRU 1500-EXIT
           PERFORM 1600-SEED-RANDOM THRU 1600-EXIT
           PERFORM 1700-WRITE-HEADERS THRU 1700-EXIT
           PERFORM 2000-SEND-CUSTOMER THRU 2000-EXIT
               UNTIL NCO-CUST-EOF
           PERFORM 2500-SEND-MAILING THRU 2500-EXIT
               UNTIL NCO-MAIL-EOF
           PERFORM 5000-SAVE-VAULT THRU 5000-EXIT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT NCO-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT NCO-RUN-TIME FROM TIME
           PERFORM 1050-CLEAR-ONE-ELEM THRU 1050-EXIT
               VARYING NCO-ELEM-IX FROM 1 BY 1
               UNTIL NCO-ELEM-IX > NCO-ELEM-CNT
           OPEN INPUT NCOPRM-FILE
           IF NOT NCO-NCOPRM-OK
               DISPLAY "NCOAOUT - UNABLE TO OPEN NCOPRM, STATUS="
                   NCO-NCOPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           READ NCOPRM-FILE
               AT END
                   DISPLAY "NCOAOUT - NCOPRM IS EMPTY"
                   CLOSE NCOPRM-FILE
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
           END-READ
           CLOSE NCOPRM-FILE
           MOVE NCO-PARM-LIST-ID TO NCO-LIST-ID
           IF NCO-PARM-CUST-LR NOT = SPACES
               MOVE NCO-PARM-CUST-LR TO NCO-CUST-LR
           END-IF
           IF NCO-PARM-MAIL-LR NOT = SPACES
               MOVE NCO-PARM-MAIL-LR TO NCO-MAIL-LR
           END-IF
      *> THE LIST ID IS THE ONLY THING TYING THE VENDOR'S RESULTS TO
      *> THIS SUBMISSION'S CROSS-REFERENCE.
           IF NCO-LIST-ID = SPACES
               DISPLAY "NCOAOUT - NCOPRM CARRIES NO LIST ID"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT  SENSTAB-FILE
           OPEN INPUT  CUSTEXT-FILE
           OPEN INPUT  MAILEXT-FILE
           OPEN OUTPUT NCOSUB-FILE
           OPEN OUTPUT NCOXREF-FILE
           MOVE "Y" TO NCO-OUTPUTS-OPENED-SW
      *> A MISSING REGISTRY IS A HARD FAILURE, NOT AN EMPTY ONE - A
      *> RUN THAT QUIETLY TOKENIZED NOTHING WOULD HAND THE VENDOR
      *> REAL VALUES WITH A CLEAN RETURN CODE.
           IF NOT NCO-SENSTAB-OK
               DISPLAY "NCOAOUT - UNABLE TO OPEN SENSTAB, STATUS="
                   NCO-SENSTAB-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO NCO-SENSTAB-OPENED-SW
           END-IF
           IF NOT NCO-CUSTEXT-OK
               DISPLAY "NCOAOUT - UNABLE TO OPEN CUSTEXT, STATUS="
                   NCO-CUSTEXT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO NCO-CUSTEXT-OPENED-SW
           END-IF
           IF NOT NCO-MAILEXT-OK
               DISPLAY "NCOAOUT - UNABLE TO OPEN MAILEXT, STATUS="
                   NCO-MAILEXT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO NCO-MAILEXT-OPENED-SW
           END-IF
           IF NOT NCO-NCOSUB-OK OR NOT NCO-NCOXREF-OK
               DISPLAY "NCOAOUT - UNABLE TO OPEN NCOSUB/NCOXREF, "
                   "STATUS=" NCO-NCOSUB-STATUS "/" NCO-NCOXREF-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1050-CLEAR-ONE-ELEM.
           MOVE "N" TO NCO-ELEM-TAGGED-SW(NCO-ELEM-IX)
           MOVE 0   TO NCO-ELEM-TOKEN-CNT(NCO-ELEM-IX).
       1050-EXIT.
           EXIT.
      *
       1100-LOAD-SENS-REGISTRY.
           READ SENSTAB-FILE
               AT END
                   MOVE "Y" TO NCO-SENS-EOF-SW
           END-READ
           IF NCO-SENS-EOF
               GO TO 1100-EXIT
           END-IF
           IF SEN-LR-NAME NOT = NCO-CUST-LR
               AND SEN-LR-NAME NOT = NCO-MAIL-LR
               GO TO 1100-EXIT
           END-IF
      *> A FULL TABLE HALTS THE RUN - A TAG DROPPED HERE WOULD SEND
      *> ITS FIELD IN THE CLEAR.
           IF NCO-TAG-TOP >= 100
               DISPLAY "NCOAOUT - SENSTAB HOLDS MORE THAN 100 TAGS "
                   "FOR THE TWO LOGICAL RECORDS"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO NCO-TAG-TOP
           IF SEN-LR-NAME = NCO-CUST-LR
               MOVE "C" TO NCO-TAG-SOURCE(NCO-TAG-TOP)
           ELSE
               MOVE "M" TO NCO-TAG-SOURCE(NCO-TAG-TOP)
           END-IF
           MOVE SEN-FIELD-NAME TO NCO-TAG-FIELD(NCO-TAG-TOP).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-APPLY-ONE-TAG - MARKS THE SENT FIELDS A TAG COVERS.     *
      *  CUSTOMER-NAME AND BUYER-NAME ARE TWO VIEWS OF THE SAME 23    *
      *  BYTES, SO A TAG ON EITHER GROUP, OR ON A FIELD OF EITHER     *
      *  VIEW, COVERS THE FIELDS OF BOTH VIEWS THAT SHARE ITS BYTES.  *
      *  A FIELD THE LAYOUT CARRIES BUT NEVER SENDS (THE TYPE CODE,   *
      *  THE CONTACTS) NEEDS NO TOKEN.  ANY OTHER NAME IS A TAG THIS  *
      *  PROGRAM CANNOT HONOR, AND HALTS THE RUN.                     *
      ******************************************************************
       1200-APPLY-ONE-TAG.
           IF NCO-TAG-SOURCE(NCO-TAG-IDX) = "C"
               EVALUATE NCO-TAG-FIELD(NCO-TAG-IDX)
                   WHEN "CUSTOMER-NAME"
                   WHEN "BUYER-NAME"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(1)
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(2)
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(3)
                   WHEN "LAST-NAME"
                   WHEN "BUSINESS"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(1)
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(3)
                   WHEN "FIRST-NAME"
                   WHEN "AGENT-NAME"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(2)
                   WHEN "STREET-ADDRESS"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(4)
                   WHEN "CITY"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(5)
                   WHEN "STATE"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(6)
                   WHEN "ZIP-CODE"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(7)
                   WHEN "ZIP-EXT"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(8)
                   WHEN "CUSTOMER-TYPE-CD"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1250-REPORT-BAD-TAG THRU 1250-EXIT
               END-EVALUATE
           ELSE
               EVALUATE NCO-TAG-FIELD(NCO-TAG-IDX)
                   WHEN "COMPANY-NAME"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(9)
                   WHEN "STREET-ADDRESS"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(10)
                   WHEN "CITY"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(11)
                   WHEN "STATE"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(12)
                   WHEN "ZIP"
                       MOVE "Y" TO NCO-ELEM-TAGGED-SW(13)
                   WHEN "CONTACT-COUNT"
                   WHEN "CONTACTS"
                   WHEN "CONTACT-ROLE"
                   WHEN "CONTACT-LAST-NAME"
                   WHEN "CONTACT-FIRST-NAME"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1250-REPORT-BAD-TAG THRU 1250-EXIT
               END-EVALUATE
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1250-REPORT-BAD-TAG.
           ADD 1 TO NCO-BAD-TAG-CNT
           IF NCO-TAG-SOURCE(NCO-TAG-IDX) = "C"
               DISPLAY "NCOAOUT - TAG ON " NCO-CUST-LR " FIELD "
                   NCO-TAG-FIELD(NCO-TAG-IDX)
                   " - NOT A FIELD OF THE LAYOUT"
           ELSE
               DISPLAY "NCOAOUT - TAG ON " NCO-MAIL-LR " FIELD "
                   NCO-TAG-FIELD(NCO-TAG-IDX)
                   " - NOT A FIELD OF THE LAYOUT"
           END-IF.
       1250-EXIT.
           EXIT.
      *
       1300-CHECK-TAGS.
           IF NCO-BAD-TAG-CNT > 0
               DISPLAY "NCOAOUT - " NCO-BAD-TAG-CNT " REGISTRY TAGS "
                   "CANNOT BE HONORED - RUN HALTED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1500-LOAD-VAULT.
           IF NCO-HALTED
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT TOKVAULT-FILE
           IF NOT NCO-TOKVAULT-OK
               DISPLAY "NCOAOUT - UNABLE TO OPEN TOKVAULT, STATUS="
                   NCO-TOKVAULT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LOAD-ONE-VAULT-ROW THRU 1510-EXIT
               UNTIL NCO-VAULT-EOF
           CLOSE TOKVAULT-FILE
           MOVE NCO-VLT-TOP TO NCO-VLT-LOADED.
       1500-EXIT.
           EXIT.
      *
       1510-LOAD-ONE-VAULT-ROW.
           READ TOKVAULT-FILE
               AT END
                   MOVE "Y" TO NCO-VAULT-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           IF NCO-VLT-TOP >= NCO-VLT-MAX
               DISPLAY "NCOAOUT - TOKVAULT HOLDS MORE THAN THE "
                   "20000-ENTRY TABLE"
               MOVE "Y" TO NCO-VAULT-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO NCO-VLT-TOP
           MOVE TKV-KIND  TO NCO-VLT-KIND(NCO-VLT-TOP)
           MOVE TKV-WIDTH TO NCO-VLT-WIDTH(NCO-VLT-TOP)
           MOVE TKV-TOKEN TO NCO-VLT-TOKEN(NCO-VLT-TOP)
           MOVE TKV-VALUE TO NCO-VLT-VALUE(NCO-VLT-TOP)
           MOVE 0 TO NCO-VLT-ELEM-IX(NCO-VLT-TOP).
       1510-EXIT.
           EXIT.
      *
      *> THE SEED MIXES THE TIME OF DAY, THE DATE AND THE VAULT'S
      *> SIZE, AND IS KEPT INSIDE 1 THROUGH 2**31-2 AS THE GENERATOR
      *> REQUIRES.
       1600-SEED-RANDOM.
           COMPUTE NCO-RAND-PROD = NCO-RUN-TIME * 7919
               + NCO-RUN-DATE + NCO-VLT-TOP * 104729
           DIVIDE NCO-RAND-PROD BY 2147483646 GIVING NCO-RAND-QUOT
               REMAINDER NCO-RAND-SEED
           ADD 1 TO NCO-RAND-SEED
           PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
           PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT.
       1600-EXIT.
           EXIT.
      *
       1700-WRITE-HEADERS.
           IF NCO-HALTED
               GO TO 1700-EXIT
           END-IF
           MOVE SPACES TO NCOA-SUBMIT-RECORD
           MOVE "H" TO NCS-REC-TYPE
           MOVE NCO-LIST-ID  TO NCS-LIST-ID
           MOVE NCO-RUN-DATE TO NCS-SUBMIT-DATE
           WRITE NCOA-SUBMIT-RECORD
           MOVE SPACES TO NCOA-XREF-RECORD
           MOVE "H" TO NCX-REC-TYPE
           MOVE NCO-LIST-ID  TO NCX-LIST-ID
           MOVE NCO-RUN-DATE TO NCX-SUBMIT-DATE
           WRITE NCOA-XREF-RECORD.
       1700-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-SEND-CUSTOMER - ONE CUSTOMER-RECORD.  THE SUBMISSION    *
      *  AND CROSS-REFERENCE ROWS ARE BOTH WRITTEN OR NEITHER IS, AND *
      *  THE SEQUENCE ONLY MOVES ON A WRITE, SO THE "C" IDS RUN 1, 2, *
      *  3 ... WITHOUT GAPS.                                          *
      ******************************************************************
       2000-SEND-CUSTOMER.
           READ CUSTEXT-FILE
               AT END
                   MOVE "Y" TO NCO-CUST-EOF-SW
           END-READ
           IF NCO-CUST-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO NCO-CUST-READ-CNT
           MOVE "Y" TO NCO-REC-OK-SW
           PERFORM 2100-BUILD-CUSTOMER-ROW THRU 2100-EXIT
           IF NCO-HALTED
               GO TO 2000-EXIT
           END-IF
           IF NOT NCO-REC-OK
               ADD 1 TO NCO-CUST-HELD-CNT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO NCO-CUST-SENT-CNT
           MOVE NCO-CUST-SENT-CNT TO NCS-SOURCE-SEQ
           WRITE NCOA-SUBMIT-RECORD
           MOVE SPACES TO NCOA-XREF-RECORD
           MOVE "D" TO NCX-REC-TYPE
           MOVE "C" TO NCX-SOURCE-CD
           MOVE NCO-CUST-SENT-CNT TO NCX-SOURCE-SEQ
           MOVE CUSTOMER-TYPE-CD OF CUSTOMER-RECORD
               TO NCX-CUST-TYPE-CD
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO NCX-NAME
           MOVE STREET-ADDRESS OF CUSTOMER-RECORD TO NCX-STREET
           MOVE CITY OF CUSTOMER-RECORD TO NCX-CITY
           MOVE STATE OF CUSTOMER-RECORD TO NCX-STATE
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO NCX-ZIP
           WRITE NCOA-XREF-RECORD.
       2000-EXIT.
           EXIT.
      *
       2100-BUILD-CUSTOMER-ROW.
           MOVE SPACES TO NCOA-SUBMIT-RECORD
           MOVE "D" TO NCS-REC-TYPE
           MOVE "C" TO NCS-SOURCE-CD
           IF CUSTOMER-IS-BUSINESS
               MOVE "B" TO NCS-NAME-TYPE
               MOVE 3 TO NCO-ELEM-IX
               MOVE BUSINESS OF CUSTOMER-RECORD TO NCO-CUR-VALUE
               PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
               MOVE NCO-CUR-OUT TO NCS-FIRM-NAME
           ELSE
               MOVE "I" TO NCS-NAME-TYPE
               MOVE 1 TO NCO-ELEM-IX
               MOVE LAST-NAME OF CUSTOMER-RECORD TO NCO-CUR-VALUE
               PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
               MOVE NCO-CUR-OUT TO NCS-LAST-NAME
               MOVE 2 TO NCO-ELEM-IX
               MOVE FIRST-NAME OF CUSTOMER-RECORD TO NCO-CUR-VALUE
               PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
               MOVE NCO-CUR-OUT TO NCS-FIRST-NAME
           END-IF
           MOVE 4 TO NCO-ELEM-IX
           MOVE STREET-ADDRESS OF CUSTOMER-RECORD TO NCO-CUR-VALUE
           PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
           MOVE NCO-CUR-OUT TO NCS-STREET
           MOVE 5 TO NCO-ELEM-IX
           MOVE CITY OF CUSTOMER-RECORD TO NCO-CUR-VALUE
           PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
           MOVE NCO-CUR-OUT TO NCS-CITY
           MOVE 6 TO NCO-ELEM-IX
           MOVE STATE OF CUSTOMER-RECORD TO NCO-CUR-VALUE
           PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
           MOVE NCO-CUR-OUT TO NCS-STATE
           MOVE 7 TO NCO-ELEM-IX
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO NCO-CUR-VALUE
           PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
           MOVE NCO-CUR-OUT TO NCS-ZIP5
      *> A ZIP-EXT OF ZEROS, OR THE BLANKS OF A RECORD WRITTEN BEFORE
      *> THE FIELD EXISTED, MEANS NO EXTENSION - NOTHING IS SENT.
           IF ZIP-EXT OF CUSTOMER-RECORD NUMERIC
               IF ZIP-EXT OF CUSTOMER-RECORD > 0
                   MOVE 8 TO NCO-ELEM-IX
                   MOVE ZIP-EXT OF CUSTOMER-RECORD TO NCO-CUR-VALUE
                   PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
                   MOVE NCO-CUR-OUT TO NCS-ZIP4
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-SEND-MAILING - ONE MAILING-RECORD, SENT AS A FIRM UNDER *
      *  ITS COMPANY-NAME.  THE "M" IDS RUN FROM 1 WITHOUT GAPS, THE  *
      *  SAME AS THE "C" IDS.                                         *
      ******************************************************************
       2500-SEND-MAILING.
           READ MAILEXT-FILE
               AT END
                   MOVE "Y" TO NCO-MAIL-EOF-SW
           END-READ
           IF NCO-MAIL-EOF
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO NCO-MAIL-READ-CNT
           MOVE "Y" TO NCO-REC-OK-SW
           PERFORM 2600-BUILD-MAILING-ROW THRU 2600-EXIT
           IF NCO-HALTED
               GO TO 2500-EXIT
           END-IF
           IF NOT NCO-REC-OK
               ADD 1 TO NCO-MAIL-HELD-CNT
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO NCO-MAIL-SENT-CNT
           MOVE NCO-MAIL-SENT-CNT TO NCS-SOURCE-SEQ
           WRITE NCOA-SUBMIT-RECORD
           MOVE SPACES TO NCOA-XREF-RECORD
           MOVE "D" TO NCX-REC-TYPE
           MOVE "M" TO NCX-SOURCE-CD
           MOVE NCO-MAIL-SENT-CNT TO NCX-SOURCE-SEQ
           MOVE COMPANY-NAME OF MAILING-RECORD TO NCX-NAME
           MOVE STREET-ADDRESS OF MAILING-RECORD TO NCX-STREET
           MOVE CITY OF MAILING-RECORD TO NCX-CITY
           MOVE STATE OF MAILING-RECORD TO NCX-STATE
           MOVE ZIP OF MAILING-RECORD TO NCX-ZIP
           WRITE NCOA-XREF-RECORD.
       2500-EXIT.
           EXIT.
      *
       2600-BUILD-MAILING-ROW.
           MOVE SPACES TO NCOA-SUBMIT-RECORD
           MOVE "D" TO NCS-REC-TYPE
           MOVE "M" TO NCS-SOURCE-CD
           MOVE "B" TO NCS-NAME-TYPE
           MOVE 9 TO NCO-ELEM-IX
           MOVE COMPANY-NAME OF MAILING-RECORD TO NCO-CUR-VALUE
           PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
           MOVE NCO-CUR-OUT TO NCS-FIRM-NAME
           MOVE 10 TO NCO-ELEM-IX
           MOVE STREET-ADDRESS OF MAILING-RECORD TO NCO-CUR-VALUE
           PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
           MOVE NCO-CUR-OUT TO NCS-STREET
           MOVE 11 TO NCO-ELEM-IX
           MOVE CITY OF MAILING-RECORD TO NCO-CUR-VALUE
           PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
           MOVE NCO-CUR-OUT TO NCS-CITY
           MOVE 12 TO NCO-ELEM-IX
           MOVE STATE OF MAILING-RECORD TO NCO-CUR-VALUE
           PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
           MOVE NCO-CUR-OUT TO NCS-STATE
           MOVE 13 TO NCO-ELEM-IX
           MOVE ZIP OF MAILING-RECORD TO NCO-CUR-VALUE
           PERFORM 3000-TOKENIZE-ELEMENT THRU 3000-EXIT
           MOVE NCO-CUR-OUT TO NCS-ZIP5.
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-TOKENIZE-ELEMENT - WHAT ONE SENT FIELD GOES OUT AS.  AN *
      *  UNTAGGED FIELD GOES AS IT IS; A BLANK TEXT FIELD HOLDS       *
      *  NOTHING TO PROTECT AND STAYS BLANK; A TAGGED ZIP THAT IS NOT *
      *  ALL DIGITS CANNOT TAKE A TOKEN AND HOLDS THE RECORD BACK.    *
      *  ONCE A FIELD OF THE RECORD HAS FAILED THE REST ARE LEFT      *
      *  ALONE, SO NO TOKEN IS ISSUED FOR A RECORD THAT IS NOT SENT.  *
      ******************************************************************
       3000-TOKENIZE-ELEMENT.
           MOVE NCO-CUR-VALUE TO NCO-CUR-OUT
           IF NOT NCO-REC-OK
               GO TO 3000-EXIT
           END-IF
           IF NOT NCO-ELEM-TAGGED(NCO-ELEM-IX)
               GO TO 3000-EXIT
           END-IF
           MOVE NCO-ELEM-WIDTH(NCO-ELEM-IX) TO NCO-SPAN
           MOVE SPACES TO NCO-VALUE-KEY
           IF NCO-ELEM-IS-NUMERIC(NCO-ELEM-IX)
               IF NCO-CUR-VALUE(1:NCO-SPAN) NOT NUMERIC
                   MOVE "N" TO NCO-REC-OK-SW
                   GO TO 3000-EXIT
               END-IF
               MOVE 0 TO NCO-CUR-NUM
               MOVE NCO-CUR-VALUE(1:NCO-SPAN)
                   TO NCO-CUR-NUM-X(6 - NCO-SPAN:NCO-SPAN)
               MOVE NCO-CUR-NUM TO NCO-CANON
               MOVE NCO-CANON-X TO NCO-VALUE-KEY
           ELSE
               IF NCO-CUR-VALUE(1:NCO-SPAN) = SPACES
                   GO TO 3000-EXIT
               END-IF
               MOVE NCO-CUR-VALUE(1:NCO-SPAN) TO NCO-VALUE-KEY
           END-IF
           PERFORM 3300-FIND-VALUE THRU 3300-EXIT
           IF NCO-FOUND
               ADD 1 TO NCO-REUSED-CNT
           ELSE
               PERFORM 3400-ISSUE-TOKEN THRU 3400-EXIT
               IF NOT NCO-REC-OK
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE NCO-VLT-TOKEN(NCO-VLT-HIT) TO NCO-TOKEN-KEY
           MOVE SPACES TO NCO-CUR-OUT
           IF NCO-ELEM-IS-NUMERIC(NCO-ELEM-IX)
               MOVE NCO-TOKEN-KEY(1:20) TO NCO-CANON-X
               MOVE NCO-CANON TO NCO-CUR-NUM
               MOVE NCO-CUR-NUM-X(6 - NCO-SPAN:NCO-SPAN)
                   TO NCO-CUR-OUT(1:NCO-SPAN)
           ELSE
               MOVE NCO-TOKEN-KEY(1:NCO-SPAN)
                   TO NCO-CUR-OUT(1:NCO-SPAN)
           END-IF
           ADD 1 TO NCO-ELEM-TOKEN-CNT(NCO-ELEM-IX).
       3000-EXIT.
           EXIT.
      *
      *> A VALUE KEEPS ONE TOKEN PER KIND AND WIDTH WHEREVER IT WAS
      *> FIRST ISSUED, SO A ZIP PIITOKEN VAULTED REUSES ITS TOKEN HERE.
       3300-FIND-VALUE.
           MOVE "N" TO NCO-FOUND-SW
           PERFORM 3310-MATCH-ONE-VALUE THRU 3310-EXIT
               VARYING NCO-VLT-IDX FROM 1 BY 1
               UNTIL NCO-VLT-IDX > NCO-VLT-TOP
               OR NCO-FOUND.
       3300-EXIT.
           EXIT.
      *
       3310-MATCH-ONE-VALUE.
           IF NCO-VLT-KIND(NCO-VLT-IDX) = NCO-ELEM-KIND(NCO-ELEM-IX)
               AND NCO-VLT-WIDTH(NCO-VLT-IDX) = NCO-SPAN
               AND NCO-VLT-VALUE(NCO-VLT-IDX) = NCO-VALUE-KEY
               MOVE "Y" TO NCO-FOUND-SW
               MOVE NCO-VLT-IDX TO NCO-VLT-HIT
           END-IF.
       3310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3400-ISSUE-TOKEN - DRAWS A TOKEN NOT ALREADY IN USE FOR THE  *
      *  FIELD'S KIND AND WIDTH AND VAULTS IT WITH THE VALUE.  A FULL *
      *  VAULT TABLE OR A TOKEN SPACE TOO CROWDED TO DRAW FROM HALTS  *
      *  THE RUN; THE TOKENS ALREADY ISSUED ARE STILL SAVED.          *
      ******************************************************************
       3400-ISSUE-TOKEN.
           IF NCO-VLT-TOP >= NCO-VLT-MAX
               DISPLAY "NCOAOUT - VAULT TABLE FULL AT "
                   "20000 ENTRIES - RUN HALTED"
               MOVE "N" TO NCO-REC-OK-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 3400-EXIT
           END-IF
           MOVE 0 TO NCO-DRAW-CNT
           MOVE "Y" TO NCO-FOUND-SW
           PERFORM 3410-DRAW-ONE-TOKEN THRU 3410-EXIT
               UNTIL NOT NCO-FOUND
               OR NCO-DRAW-CNT >= NCO-DRAW-MAX
           IF NCO-FOUND
               DISPLAY "NCOAOUT - NO FREE TOKEN FOR FIELD "
                   NCO-ELEM-FIELD(NCO-ELEM-IX)
                   " - ITS TOKEN SPACE IS TOO CROWDED"
               MOVE "N" TO NCO-REC-OK-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 3400-EXIT
           END-IF
           ADD 1 TO NCO-VLT-TOP
           MOVE NCO-ELEM-KIND(NCO-ELEM-IX)
               TO NCO-VLT-KIND(NCO-VLT-TOP)
           MOVE NCO-SPAN      TO NCO-VLT-WIDTH(NCO-VLT-TOP)
           MOVE NCO-TOKEN-KEY TO NCO-VLT-TOKEN(NCO-VLT-TOP)
           MOVE NCO-VALUE-KEY TO NCO-VLT-VALUE(NCO-VLT-TOP)
           MOVE NCO-ELEM-IX   TO NCO-VLT-ELEM-IX(NCO-VLT-TOP)
           MOVE NCO-VLT-TOP   TO NCO-VLT-HIT
           ADD 1 TO NCO-ISSUED-CNT.
       3400-EXIT.
           EXIT.
      *
       3410-DRAW-ONE-TOKEN.
           ADD 1 TO NCO-DRAW-CNT
           MOVE SPACES TO NCO-TOKEN-KEY
           IF NCO-ELEM-IS-NUMERIC(NCO-ELEM-IX)
               PERFORM 3420-DRAW-NUMERIC-TOKEN THRU 3420-EXIT
           ELSE
               PERFORM 3430-DRAW-TEXT-CHAR THRU 3430-EXIT
                   VARYING NCO-CHAR-IDX FROM 1 BY 1
                   UNTIL NCO-CHAR-IDX > NCO-SPAN
           END-IF
           MOVE "N" TO NCO-FOUND-SW
           PERFORM 3440-MATCH-ONE-TOKEN THRU 3440-EXIT
               VARYING NCO-VLT-IDX FROM 1 BY 1
               UNTIL NCO-VLT-IDX > NCO-VLT-TOP
               OR NCO-FOUND.
       3410-EXIT.
           EXIT.
      *
      *> A NUMERIC TOKEN USES EVERY DIGIT OF THE FIELD - THE LEADING
      *> DIGIT IS NEVER ZERO, SO A TOKEN NEVER LOOKS LIKE A SHORT
      *> NUMBER PADDED OUT.
       3420-DRAW-NUMERIC-TOKEN.
           MOVE 0 TO NCO-TOKEN-NUM
           PERFORM 3425-DRAW-ONE-DIGIT THRU 3425-EXIT
               VARYING NCO-CHAR-IDX FROM 1 BY 1
               UNTIL NCO-CHAR-IDX > NCO-SPAN
           MOVE NCO-TOKEN-NUM TO NCO-CANON
           MOVE NCO-CANON-X TO NCO-TOKEN-KEY.
       3420-EXIT.
           EXIT.
      *
       3425-DRAW-ONE-DIGIT.
           PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
           IF NCO-CHAR-IDX = 1 AND NCO-SPAN > 1
               DIVIDE NCO-RAND-SEED BY 9 GIVING NCO-RAND-QUOT
                   REMAINDER NCO-RAND-PICK
               ADD 1 TO NCO-RAND-PICK
           ELSE
               DIVIDE NCO-RAND-SEED BY 10 GIVING NCO-RAND-QUOT
                   REMAINDER NCO-RAND-PICK
           END-IF
           COMPUTE NCO-TOKEN-NUM = NCO-TOKEN-NUM * 10 + NCO-RAND-PICK.
       3425-EXIT.
           EXIT.
      *
       3430-DRAW-TEXT-CHAR.
           PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
           DIVIDE NCO-RAND-SEED BY 36 GIVING NCO-RAND-QUOT
               REMAINDER NCO-RAND-PICK
           MOVE NCO-TOKEN-CHARS(NCO-RAND-PICK + 1:1)
               TO NCO-TOKEN-KEY(NCO-CHAR-IDX:1).
       3430-EXIT.
           EXIT.
      *
       3440-MATCH-ONE-TOKEN.
           IF NCO-VLT-KIND(NCO-VLT-IDX) = NCO-ELEM-KIND(NCO-ELEM-IX)
               AND NCO-VLT-WIDTH(NCO-VLT-IDX) = NCO-SPAN
               AND NCO-VLT-TOKEN(NCO-VLT-IDX) = NCO-TOKEN-KEY
               MOVE "Y" TO NCO-FOUND-SW
           END-IF.
       3440-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "NCOAOUT - LIST " NCO-LIST-ID " SUBMITTED "
               NCO-RUN-DATE
           MOVE NCO-CUST-READ-CNT TO NCO-CNT-TXT
           MOVE NCO-CUST-SENT-CNT TO NCO-CNT2-TXT
           DISPLAY "NCOAOUT - CUSTOMER RECORDS READ " NCO-CNT-TXT
               ", SENT " NCO-CNT2-TXT
           MOVE NCO-MAIL-READ-CNT TO NCO-CNT-TXT
           MOVE NCO-MAIL-SENT-CNT TO NCO-CNT2-TXT
           DISPLAY "NCOAOUT - MAILING RECORDS READ  " NCO-CNT-TXT
               ", SENT " NCO-CNT2-TXT
           PERFORM 4100-REPORT-ONE-ELEM THRU 4100-EXIT
               VARYING NCO-ELEM-IX FROM 1 BY 1
               UNTIL NCO-ELEM-IX > NCO-ELEM-CNT
           MOVE NCO-ISSUED-CNT TO NCO-CNT-TXT
           MOVE NCO-REUSED-CNT TO NCO-CNT2-TXT
           DISPLAY "NCOAOUT - NEW TOKENS VAULTED " NCO-CNT-TXT
               ", VAULTED TOKENS REUSED " NCO-CNT2-TXT
           IF NCO-CUST-HELD-CNT > 0 OR NCO-MAIL-HELD-CNT > 0
               MOVE NCO-CUST-HELD-CNT TO NCO-CNT-TXT
               MOVE NCO-MAIL-HELD-CNT TO NCO-CNT2-TXT
               DISPLAY "NCOAOUT - HELD OUT, TAGGED ZIP NOT NUMERIC: "
                   "CUSTOMER " NCO-CNT-TXT ", MAILING " NCO-CNT2-TXT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 16
               DISPLAY "NCOAOUT - NCOSUB MUST NOT BE SENT"
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-ELEM.
           IF NOT NCO-ELEM-TAGGED(NCO-ELEM-IX)
               GO TO 4100-EXIT
           END-IF
           MOVE NCO-ELEM-TOKEN-CNT(NCO-ELEM-IX) TO NCO-CNT-TXT
           IF NCO-ELEM-SOURCE(NCO-ELEM-IX) = "C"
               DISPLAY "NCOAOUT -   " NCO-CUST-LR(1:16) " "
                   NCO-ELEM-FIELD(NCO-ELEM-IX) " TOKENIZED "
                   NCO-CNT-TXT
           ELSE
               DISPLAY "NCOAOUT -   " NCO-MAIL-LR(1:16) " "
                   NCO-ELEM-FIELD(NCO-ELEM-IX) " TOKENIZED "
                   NCO-CNT-TXT
           END-IF.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-SAVE-VAULT - APPENDS EVERY TOKEN THIS RUN ISSUED.  A    *
      *  VAULT THAT WILL NOT TAKE THEM LEAVES TOKENS IN NCOSUB THAT   *
      *  NOTHING RECORDS, SO IT MUST NOT BE SENT - RETURN-CODE 16.    *
      ******************************************************************
       5000-SAVE-VAULT.
           IF NCO-VLT-TOP = NCO-VLT-LOADED
               GO TO 5000-EXIT
           END-IF
           OPEN EXTEND TOKVAULT-FILE
           IF NOT NCO-TOKVAULT-OK
               DISPLAY "NCOAOUT - UNABLE TO EXTEND TOKVAULT, STATUS="
                   NCO-TOKVAULT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           COMPUTE NCO-VLT-IDX = NCO-VLT-LOADED + 1
           PERFORM 5100-SAVE-ONE-TOKEN THRU 5100-EXIT
               VARYING NCO-VLT-IDX FROM NCO-VLT-IDX BY 1
               UNTIL NCO-VLT-IDX > NCO-VLT-TOP
           CLOSE TOKVAULT-FILE
           IF NCO-VLT-WRITE-ERR
               DISPLAY "NCOAOUT - TOKVAULT WRITE FAILED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-SAVE-ONE-TOKEN.
           MOVE NCO-VLT-KIND(NCO-VLT-IDX)  TO TKV-KIND
           MOVE NCO-VLT-WIDTH(NCO-VLT-IDX) TO TKV-WIDTH
           MOVE NCO-VLT-TOKEN(NCO-VLT-IDX) TO TKV-TOKEN
           MOVE NCO-VLT-VALUE(NCO-VLT-IDX) TO TKV-VALUE
           MOVE NCO-RUN-DATE               TO TKV-ISSUE-DATE
           MOVE NCO-VLT-ELEM-IX(NCO-VLT-IDX) TO NCO-ELEM-IX
           IF NCO-ELEM-SOURCE(NCO-ELEM-IX) = "C"
               MOVE NCO-CUST-LR            TO TKV-LR-NAME
           ELSE
               MOVE NCO-MAIL-LR            TO TKV-LR-NAME
           END-IF
           MOVE NCO-ELEM-FIELD(NCO-ELEM-IX) TO TKV-FIELD-NAME
           WRITE TOKEN-VAULT-RECORD
           IF NOT NCO-TOKVAULT-OK
               MOVE "Y" TO NCO-VLT-WRITE-ERR-SW
           END-IF.
       5100-EXIT.
           EXIT.
      *
      *> THE NEXT DRAW OF THE GENERATOR, LEFT IN NCO-RAND-SEED.
       6000-NEXT-RANDOM.
           COMPUTE NCO-RAND-PROD = NCO-RAND-SEED * 16807
           DIVIDE NCO-RAND-PROD BY 2147483647 GIVING NCO-RAND-QUOT
               REMAINDER NCO-RAND-SEED.
       6000-EXIT.
           EXIT.
      *
      *> BOTH EXTRACTS ARE READ TO BE SENT OUTSIDE, SO EACH POSTS ITS
      *> OWN ACCESS ROW.
       7850-POST-ACCESS-LOG.
           MOVE "NCOAOUT " TO AXL-WS-PROGRAM
           IF NCO-CUSTEXT-OPENED
               MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
               MOVE NCO-CUST-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF NCO-MAILEXT-OPENED
               MOVE "MAILEXT " TO AXL-WS-EXTRACT-DD
               MOVE NCO-MAIL-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF NCO-SENSTAB-OPENED
               CLOSE SENSTAB-FILE
           END-IF
           IF NCO-CUSTEXT-OPENED
               CLOSE CUSTEXT-FILE
           END-IF
           IF NCO-MAILEXT-OPENED
               CLOSE MAILEXT-FILE
           END-IF
           IF NCO-OUTPUTS-OPENED
               CLOSE NCOSUB-FILE
               CLOSE NCOXREF-FILE
           END-IF.
      *
       1900-HALT-RUN.
           MOVE "Y" TO NCO-HALTED-SW
           MOVE "Y" TO NCO-SENS-EOF-SW
           MOVE "Y" TO NCO-CUST-EOF-SW
           MOVE "Y" TO NCO-MAIL-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
