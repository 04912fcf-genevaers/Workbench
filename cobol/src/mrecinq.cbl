      ******************************************************************
      **                                                               *
      **  PROGRAM      MRECINQ                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  SINGLE-ACCOUNT INQUIRY - EVERYTHING THE SUITE  *
      **      KNOWS ABOUT ONE ACCOUNT ON ONE REPORT.  DD INQPRM NAMES  *
      **      THE ACCOUNT; DD INQRPT CARRIES ONE SECTION PER SOURCE:   *
      **      THE CURRENT ROW OFF THE KEYED MASTER (DD MASTKEY) WITH   *
      **      ITS DATES WINDOWED BY CENTPVT/CENTWIN, ITS MRECSNAP      *
      **      PERIODS (DD MASTHIST), ITS USAGE ROWS (DD USGEXT) ON     *
      **      KEY-ID1 OR KEY-ID2 WITH GEOCODE AND MATCH TIER, ITS      *
      **      CUSTXREF LINKS WITH THE CUSTOMER NAME AND ADDRESS, ITS   *
      **      MERGE/SPLIT EVENTS (DD ACCTXREF), AND - THROUGH EVERY    *
      **      LINK NOT REMOVED - THE RETURNED-MAIL HISTORY (DD         *
      **      RETTRACK, SAME NAME, STREET AND ZIP) AND THE CAMPAIGN    *
      **      PIECES (DD CAMPIECE, SAME NAME AND ZIP) WITH THEIR       *
      **      RESPONSES (DD RESPLOG).  EVERY SOURCE IS OPTIONAL; ONE   *
      **      WITH NOTHING FOR THE ACCOUNT SAYS SO IN ITS SECTION.     *
      **                                                               *
      **      FIELDS ARE MASKED THE WAY MRECBRW MASKS THEM: A FIELD    *
      **      TAGGED ON DD SENSREG UNDER ITS RECORD NAME (MASTER_REC,  *
      **      MASTER-HIST-RECORD, USAGE-RECORD, CUSTOMER-XREF-RECORD   *
      **      OR ACCOUNT-XREF-RECORD) PRINTS AS ASTERISKS UNLESS THE   *
      **      ANALYST (CCBANALYST) HOLDS "VIEW" PLUS ITS SENSITIVITY   *
      **      CODE ON DD AUTHTAB, AND EACH TAGGED FIELD SHOWN IN THE   *
      **      CLEAR IS LOGGED TO DD SENSVLOG, ONE ROW PER FIELD PER    *
      **      RUN.  EACH SOURCE READ IS POSTED TO THE ACCESS LOG.      *
      **                                                               *
      **      RETURN-CODE 04 - NO SOURCE KNOWS THE ACCOUNT.            *
      **      RETURN-CODE 16 - INQPRM MISSING OR BLANK, INQRPT COULD   *
      **      NOT BE OPENED, OR A TABLE OVERFLOWED (AN OVERFLOWING     *
      **      SENSITIVITY TABLE STOPS THE RUN BEFORE ANYTHING PRINTS - *
      **      A DROPPED TAG WOULD SHOW ITS FIELD IN THE CLEAR).        *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   RENUMBER THE LOCAL DATE WINDOW TO 7300 AND  *
      **                   POST THE ACCESS ROWS FROM                   *
      **                   7850-POST-ACCESS-LOG ITSELF, CLEAR OF THE   *
      **                   7400 AND 7800-7849 RANGES THAT DUPSVWS AND  *
      **                   ACCDGWS RESERVE.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRECINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQPRM-FILE   ASSIGN TO "INQPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-INQPRM-STATUS.
      *> OPTIONAL - A SHOP STILL RUNNING WITHOUT THE KEYED MASTER
      *> GETS EVERY OTHER SECTION.
           SELECT OPTIONAL MASTKEY-FILE ASSIGN TO "MASTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MKY-KEY
               FILE STATUS IS MIQ-MASTKEY-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - HISTORY AND USAGE ROWS
      *> CARRY COMP AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY
      *> COLLIDE WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT OPTIONAL MASTHIST-FILE ASSIGN TO "MASTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MIQ-MASTHIST-STATUS.
           SELECT OPTIONAL USGEXT-FILE ASSIGN TO "USGEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MIQ-USGEXT-STATUS.
           SELECT OPTIONAL CUSTXREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-CUSTXREF-STATUS.
           SELECT OPTIONAL ACCTXREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-ACCTXREF-STATUS.
           SELECT OPTIONAL RETTRACK-FILE ASSIGN TO "RETTRACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-RETTRACK-STATUS.
           SELECT OPTIONAL CAMPIECE-FILE ASSIGN TO "CAMPIECE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-CAMPIECE-STATUS.
           SELECT OPTIONAL RESPLOG-FILE ASSIGN TO "RESPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-RESPLOG-STATUS.
           SELECT INQRPT-FILE   ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-INQRPT-STATUS.
      *> THE FIELD SENSITIVITY TAGS AND THE VIEWER'S AUTHORITIES -
      *> BOTH OPTIONAL: WITH NO TAGS NOTHING MASKS.
           SELECT OPTIONAL SENSREG-FILE ASSIGN TO "SENSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-SENSREG-STATUS.
           SELECT OPTIONAL AUTHTAB-FILE ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-AUTHTAB-STATUS.
           SELECT OPTIONAL SENSVLOG-FILE ASSIGN TO "SENSVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIQ-SENSVLOG-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG AND SUITE RUN LOG,
      *> CREATED ON FIRST USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQPRM-FILE.
       01  INQPRM-RECORD.
           05  MIQ-PARM-ACCOUNT            PIC X(09).
       FD  MASTKEY-FILE.
       COPY MASTKREC.
       FD  MASTHIST-FILE.
       COPY MASTHREC.
       FD  USGEXT-FILE.
       COPY USAGEREC.
       FD  CUSTXREF-FILE.
       COPY CUSTXREF.
       FD  ACCTXREF-FILE.
       COPY ACCXREF.
       FD  RETTRACK-FILE.
       COPY RETTRACK.
       FD  CAMPIECE-FILE.
       COPY CAMPREC.
       FD  RESPLOG-FILE.
       COPY RESPREC.
       FD  INQRPT-FILE.
       01  INQRPT-RECORD                   PIC X(110).
       FD  SENSREG-FILE.
       COPY SENSREG.
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  SENSVLOG-FILE.
       COPY SENSVREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  MIQ-INQPRM-STATUS               PIC XX.
           88  MIQ-INQPRM-OK               VALUE "00".
       01  MIQ-MASTKEY-STATUS              PIC XX.
           88  MIQ-MASTKEY-OK              VALUE "00".
       01  MIQ-MASTHIST-STATUS             PIC XX.
           88  MIQ-MASTHIST-OK             VALUE "00" "05".
       01  MIQ-USGEXT-STATUS               PIC XX.
           88  MIQ-USGEXT-OK               VALUE "00" "05".
       01  MIQ-CUSTXREF-STATUS             PIC XX.
           88  MIQ-CUSTXREF-OK             VALUE "00" "05".
       01  MIQ-ACCTXREF-STATUS             PIC XX.
           88  MIQ-ACCTXREF-OK             VALUE "00" "05".
       01  MIQ-RETTRACK-STATUS             PIC XX.
           88  MIQ-RETTRACK-OK             VALUE "00" "05".
       01  MIQ-CAMPIECE-STATUS             PIC XX.
           88  MIQ-CAMPIECE-OK             VALUE "00" "05".
       01  MIQ-RESPLOG-STATUS              PIC XX.
           88  MIQ-RESPLOG-OK              VALUE "00" "05".
       01  MIQ-INQRPT-STATUS               PIC XX.
           88  MIQ-INQRPT-OK               VALUE "00".
      *> WHETHER THE REPORT IS OPEN AT TERMINATION TIME IS TRACKED
      *> HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  MIQ-INQRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  MIQ-INQRPT-OPENED           VALUE "Y".
      *> THE SOURCE SECTIONS RUN ONE AT A TIME, SO ONE SWITCH SAYS
      *> WHETHER THE CURRENT SECTION'S SOURCE GOT OPENED - ITS FINAL
      *> READ DRIVES THE LIVE STATUS TO "10".
       01  MIQ-SRC-OPENED-SW               PIC X(01)       VALUE "N".
           88  MIQ-SRC-OPENED              VALUE "Y".
       01  MIQ-HALT-SW                     PIC X(01)       VALUE "N".
           88  MIQ-HALT                    VALUE "Y".
       01  MIQ-EOF-SW                      PIC X(01)       VALUE "N".
           88  MIQ-EOF                     VALUE "Y".
       01  MIQ-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  MIQ-ACCOUNT                     PIC X(09)       VALUE SPACES.
      *> THE ACCOUNT AS USAGE CARRIES IT - KEY-ID1/KEY-ID2 RESOLVE TO
      *> A ZERO-FILLED NINE-DIGIT NUMBER WITH THE SIGN DROPPED, THE
      *> SAME WAY USGXKEY AND USGMRECN RESOLVE THEM.
       01  MIQ-ACCOUNT-NUMERIC-SW          PIC X(01)       VALUE "N".
           88  MIQ-ACCOUNT-NUMERIC         VALUE "Y".
       01  MIQ-KEY-NUM                     PIC 9(09)       VALUE 0.
       01  MIQ-KEY-ACCOUNT                 PIC X(09).
       01  MIQ-KEY-ACCOUNT-9 REDEFINES MIQ-KEY-ACCOUNT
                                           PIC 9(09).
       01  MIQ-KEY1-ACCOUNT                PIC X(09).
       01  MIQ-KEY2-ACCOUNT                PIC X(09).
      *> THE CURRENT MASTER ROW REINTERPRETED UNDER THE REAL LAYOUT.
       COPY MASTERREC.
      *> ---------------- FIELD-MASKING WORK AREA ----------------------
       01  MIQ-SENSREG-STATUS              PIC XX.
           88  MIQ-SENSREG-OK              VALUE "00" "05".
       01  MIQ-AUTHTAB-STATUS              PIC XX.
           88  MIQ-AUTHTAB-OK              VALUE "00" "05".
       01  MIQ-SENSVLOG-STATUS             PIC XX.
           88  MIQ-SENSVLOG-OK             VALUE "00" "05".
       01  MIQ-SENS-EOF-SW                 PIC X(01)       VALUE "N".
           88  MIQ-SENS-EOF                VALUE "Y".
       01  MIQ-ANALYST-ID                  PIC X(10)       VALUE SPACES.
      *> ONE SLOT PER SENSREG TAG AGAINST A RECORD THIS INQUIRY
      *> PRINTS, JUDGED ONCE AT STARTUP: "C" SHOWS CLEAR, "M" MASKS.
      *> MIQ-SENS-SHOWN-CNT IS THE LINES THAT SHOWED IT CLEAR.
       01  MIQ-SENS-MAX                    PIC 9(04) COMP  VALUE 40.
       01  MIQ-SENS-CNT                    PIC 9(04) COMP  VALUE 0.
       01  MIQ-SENS-OVER-CNT               PIC 9(06)       VALUE 0.
       01  MIQ-SENS-TAB.
           05  MIQ-SENS-ENTRY              OCCURS 40 TIMES.
               10  MIQ-SENS-LR             PIC X(30).
               10  MIQ-SENS-FIELD          PIC X(30).
               10  MIQ-SENS-CD             PIC X(04).
               10  MIQ-SENS-ACTION         PIC X(01).
               10  MIQ-SENS-SHOWN-CNT      PIC 9(08).
       01  MIQ-SX                          PIC 9(04) COMP  VALUE 0.
       01  MIQ-AUTH-FOUND-SW               PIC X(01)       VALUE "N".
           88  MIQ-AUTH-FOUND              VALUE "Y".
       01  MIQ-AUTHTAB-EOF-SW              PIC X(01)       VALUE "N".
           88  MIQ-AUTHTAB-EOF             VALUE "Y".
       01  MIQ-WANT-FUNC                   PIC X(08)       VALUE SPACES.
       01  MIQ-JUDGE-LR                    PIC X(30)       VALUE SPACES.
       01  MIQ-JUDGE-FIELD                 PIC X(30)       VALUE SPACES.
       01  MIQ-JUDGE-ACTION                PIC X(01)       VALUE "C".
           88  MIQ-JUDGE-MASKED            VALUE "M".
       01  MIQ-NOW-DATE                    PIC 9(08)       VALUE 0.
       01  MIQ-NOW-TIME                    PIC 9(08)       VALUE 0.
      *> THE SHARED CENTURY-WINDOWING PIVOT AND WORKING FIELDS - SEE
      *> CENTPVT.cpy.  CENTWIN'S PARAGRAPH (8900-CENTURY-WINDOW) IS
      *> COPIED INTO THE PROCEDURE DIVISION BELOW.
       COPY CENTPVT.
       01  MIQ-YYMMDD                      PIC X(06).
       01  MIQ-YYMMDD-R REDEFINES MIQ-YYMMDD.
           05  MIQ-YYMMDD-YY               PIC 9(02).
           05  MIQ-YYMMDD-MM               PIC X(02).
           05  MIQ-YYMMDD-DD               PIC X(02).
       01  MIQ-CCYYMMDD                    PIC X(08).
       01  MIQ-CCYY-TXT                    PIC 9(04).
      *> -------------------- CUSTOMER LINK TABLE ----------------------
      *> EVERY CUSTXREF LINK NOT REMOVED, IN FILE ORDER - THE NAMES
      *> AND ADDRESSES RETURNED MAIL AND CAMPAIGN PIECES ARE MATCHED
      *> ON.
       01  MIQ-LNK-MAX                     PIC 9(04) COMP  VALUE 50.
       01  MIQ-LNK-CNT                     PIC 9(04) COMP  VALUE 0.
       01  MIQ-LNK-OVER-CNT                PIC 9(06)       VALUE 0.
       01  MIQ-LNK-TAB.
           05  MIQ-LNK-ENTRY               OCCURS 50 TIMES.
               10  MIQ-LNK-NAME            PIC X(23).
               10  MIQ-LNK-STREET          PIC X(20).
               10  MIQ-LNK-ZIP             PIC 9(05).
       01  MIQ-LX                          PIC 9(04) COMP  VALUE 0.
       01  MIQ-LNK-HIT                     PIC 9(04) COMP  VALUE 0.
       01  MIQ-LINK-NO                     PIC 9(02)       VALUE 0.
      *> ------------------- CAMPAIGN PIECE TABLE ----------------------
       01  MIQ-PCE-MAX                     PIC 9(04) COMP  VALUE 200.
       01  MIQ-PCE-CNT                     PIC 9(04) COMP  VALUE 0.
       01  MIQ-PCE-OVER-CNT                PIC 9(06)       VALUE 0.
       01  MIQ-PCE-TAB.
           05  MIQ-PCE-ENTRY               OCCURS 200 TIMES.
               10  MIQ-PCE-CAMPAIGN        PIC X(08).
               10  MIQ-PCE-SEQ             PIC 9(07).
               10  MIQ-PCE-MAIL-DATE       PIC 9(08).
               10  MIQ-PCE-LINK            PIC 9(04) COMP.
               10  MIQ-PCE-RESP-CNT        PIC 9(04).
               10  MIQ-PCE-FIRST-RESP      PIC 9(08).
       01  MIQ-PX                          PIC 9(04) COMP  VALUE 0.
       01  MIQ-PCE-HIT                     PIC 9(04) COMP  VALUE 0.
      *> ----------------------- TOTALS --------------------------------
       01  MIQ-READ-CNT                    PIC 9(09)       VALUE 0.
       01  MIQ-SECTION-CNT                 PIC 9(06)       VALUE 0.
       01  MIQ-LISTED-CNT                  PIC 9(06)       VALUE 0.
       01  MIQ-MASTKEY-READ-CNT            PIC 9(09)       VALUE 0.
       01  MIQ-MASTHIST-READ-CNT           PIC 9(09)       VALUE 0.
       01  MIQ-USGEXT-READ-CNT             PIC 9(09)       VALUE 0.
       01  MIQ-CUSTXREF-READ-CNT           PIC 9(09)       VALUE 0.
      *> ------------------ PRINT WORK FIELDS --------------------------
       01  MIQ-AMT-EDIT                    PIC -9999.99.
       01  MIQ-USG-AMT-EDIT                PIC -(7)9.99.
       01  MIQ-GEO-EDIT                    PIC -(4)9.9(7).
       01  MIQ-TXT-ACCOUNT                 PIC X(09).
       01  MIQ-TXT-OTHER-ACCOUNT           PIC X(09).
       01  MIQ-TXT-AMOUNT                  PIC X(11).
       01  MIQ-TXT-MASTER-DATE             PIC X(08).
       01  MIQ-TXT-OTHER-DATE              PIC X(08).
       01  MIQ-TXT-LNGTD                   PIC X(13).
       01  MIQ-TXT-LATUD                   PIC X(13).
       01  MIQ-TXT-MATCHED-ON              PIC X(12).
       01  MIQ-TXT-NAME                    PIC X(23).
       01  MIQ-TXT-STREET                  PIC X(20).
       01  MIQ-TXT-CITY                    PIC X(17).
       01  MIQ-TXT-STATE                   PIC X(02).
       01  MIQ-TXT-ZIP                     PIC X(05).
       01  MIQ-TXT-ACTION                  PIC X(05).
       01  MIQ-TXT-RESPONSE                PIC X(30).
       01  MIQ-OUT-LINE                    PIC X(110)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT MIQ-HALT
               PERFORM 1200-LOAD-SENS-TAGS THRU 1200-EXIT
           END-IF
           IF NOT MIQ-HALT
               PERFORM 1300-REPORT-TITLE THRU 1300-EXIT
               PERFORM 2000-CURRENT-MASTER THRU 2000-EXIT
               PERFORM 2100-HISTORY-SECTION THRU 2100-EXIT
               PERFORM 2200-USAGE-SECTION THRU 2200-EXIT
               PERFORM 2300-LINK-SECTION THRU 2300-EXIT
               PERFORM 2400-XREF-SECTION THRU 2400-EXIT
               PERFORM 2500-RETURN-SECTION THRU 2500-EXIT
               PERFORM 2600-CAMPAIGN-SECTION THRU 2600-EXIT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT MIQ-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT INQPRM-FILE
           IF NOT MIQ-INQPRM-OK
               DISPLAY "MRECINQ - UNABLE TO OPEN INQPRM, STATUS="
                   MIQ-INQPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           READ INQPRM-FILE
               AT END
                   DISPLAY "MRECINQ - INQPRM IS EMPTY"
                   CLOSE INQPRM-FILE
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
           END-READ
           CLOSE INQPRM-FILE
           IF MIQ-PARM-ACCOUNT = SPACES
               DISPLAY "MRECINQ - INQPRM MUST NAME AN ACCOUNT"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE MIQ-PARM-ACCOUNT TO MIQ-ACCOUNT
           IF MIQ-ACCOUNT IS NUMERIC
               MOVE "Y" TO MIQ-ACCOUNT-NUMERIC-SW
           END-IF
           OPEN OUTPUT INQRPT-FILE
           IF NOT MIQ-INQRPT-OK
               DISPLAY "MRECINQ - UNABLE TO OPEN INQRPT, STATUS="
                   MIQ-INQRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO MIQ-INQRPT-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-SENS-TAGS - EVERY SENSREG TAG AGAINST A RECORD THIS *
      *  INQUIRY PRINTS IS JUDGED ONCE: THE VIEWER (CCBANALYST) EITHER *
      *  HOLDS THE VIEW AUTHORITY FOR ITS SENSITIVITY CODE ("VIEW"     *
      *  PLUS THE CODE ON AUTHTAB) AND SEES THE FIELD CLEAR - LOGGED   *
      *  AT END OF RUN - OR THE FIELD MASKS ON EVERY LINE.             *
      ******************************************************************
       1200-LOAD-SENS-TAGS.
           ACCEPT MIQ-ANALYST-ID FROM ENVIRONMENT "CCBANALYST"
           MOVE "N" TO MIQ-SENS-EOF-SW
           MOVE "N" TO MIQ-SRC-OPENED-SW
           OPEN INPUT SENSREG-FILE
           IF MIQ-SENSREG-OK
               MOVE "Y" TO MIQ-SRC-OPENED-SW
           ELSE
               MOVE "Y" TO MIQ-SENS-EOF-SW
           END-IF
           PERFORM 1210-LOAD-ONE-TAG THRU 1210-EXIT
               UNTIL MIQ-SENS-EOF
           IF MIQ-SRC-OPENED
               CLOSE SENSREG-FILE
           END-IF
           IF MIQ-SENS-OVER-CNT > 0
               DISPLAY "MRECINQ - " MIQ-SENS-OVER-CNT
                   " SENSREG TAGS EXCEEDED THE SENSITIVITY TABLE - "
                   "NOTHING LISTED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-JUDGE-ONE-TAG THRU 1250-EXIT
               VARYING MIQ-SX FROM 1 BY 1
               UNTIL MIQ-SX > MIQ-SENS-CNT.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-TAG.
           READ SENSREG-FILE
               AT END
                   MOVE "Y" TO MIQ-SENS-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           IF SEN-LR-NAME NOT = "MASTER_REC"
               AND NOT = "MASTER-HIST-RECORD"
               AND NOT = "USAGE-RECORD"
               AND NOT = "CUSTOMER-XREF-RECORD"
               AND NOT = "ACCOUNT-XREF-RECORD"
               GO TO 1210-EXIT
           END-IF
           IF MIQ-SENS-CNT NOT < MIQ-SENS-MAX
               ADD 1 TO MIQ-SENS-OVER-CNT
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO MIQ-SENS-CNT
           MOVE SEN-LR-NAME    TO MIQ-SENS-LR (MIQ-SENS-CNT)
           MOVE SEN-FIELD-NAME TO MIQ-SENS-FIELD (MIQ-SENS-CNT)
           MOVE SEN-SENS-CD    TO MIQ-SENS-CD (MIQ-SENS-CNT)
           MOVE "M"            TO MIQ-SENS-ACTION (MIQ-SENS-CNT)
           MOVE 0              TO MIQ-SENS-SHOWN-CNT (MIQ-SENS-CNT).
       1210-EXIT.
           EXIT.
      *
       1250-JUDGE-ONE-TAG.
           MOVE SPACES TO MIQ-WANT-FUNC
           STRING "VIEW" DELIMITED BY SIZE
               MIQ-SENS-CD (MIQ-SX) DELIMITED BY SPACE
               INTO MIQ-WANT-FUNC
           END-STRING
           MOVE "N" TO MIQ-AUTH-FOUND-SW
           OPEN INPUT AUTHTAB-FILE
           IF MIQ-AUTHTAB-OK
               PERFORM 1260-SCAN-ONE-AUTH-ROW THRU 1260-EXIT
                   UNTIL MIQ-AUTH-FOUND OR MIQ-AUTHTAB-EOF
               CLOSE AUTHTAB-FILE
           END-IF
           MOVE "N" TO MIQ-AUTHTAB-EOF-SW
           IF MIQ-AUTH-FOUND
               MOVE "C" TO MIQ-SENS-ACTION (MIQ-SX)
           END-IF.
       1250-EXIT.
           EXIT.
      *
       1260-SCAN-ONE-AUTH-ROW.
           READ AUTHTAB-FILE
               AT END
                   MOVE "Y" TO MIQ-AUTHTAB-EOF-SW
                   GO TO 1260-EXIT
           END-READ
           IF ATH-ANALYST-ID = MIQ-ANALYST-ID
               AND ATH-FUNCTION = MIQ-WANT-FUNC
               MOVE "Y" TO MIQ-AUTH-FOUND-SW
           END-IF.
       1260-EXIT.
           EXIT.
      *
      *> ANSWERS "C" OR "M" FOR ONE NAMED FIELD OF ONE NAMED RECORD -
      *> AN UNTAGGED FIELD ALWAYS SHOWS CLEAR.  A TAGGED FIELD SHOWN
      *> CLEAR IS COUNTED FOR THE VIEW LOG.
       1270-JUDGE-FIELD.
           MOVE "C" TO MIQ-JUDGE-ACTION
           PERFORM 1280-MATCH-ONE-TAG THRU 1280-EXIT
               VARYING MIQ-SX FROM 1 BY 1
               UNTIL MIQ-SX > MIQ-SENS-CNT.
       1270-EXIT.
           EXIT.
      *
       1280-MATCH-ONE-TAG.
           IF MIQ-SENS-LR (MIQ-SX) = MIQ-JUDGE-LR
               AND MIQ-SENS-FIELD (MIQ-SX) = MIQ-JUDGE-FIELD
               MOVE MIQ-SENS-ACTION (MIQ-SX) TO MIQ-JUDGE-ACTION
               IF MIQ-SENS-ACTION (MIQ-SX) = "C"
                   ADD 1 TO MIQ-SENS-SHOWN-CNT (MIQ-SX)
               END-IF
           END-IF.
       1280-EXIT.
           EXIT.
      *
      *> THE REQUESTED ACCOUNT IS ITSELF A MASTER_REC ACCOUNT_NO, AND
      *> MASKS IN THE TITLE LIKE ANYWHERE ELSE.
       1300-REPORT-TITLE.
           MOVE "SINGLE-ACCOUNT INQUIRY FOR ACCOUNT" TO MIQ-OUT-LINE
           MOVE "MASTER_REC" TO MIQ-JUDGE-LR
           MOVE "ACCOUNT_NO" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-OUT-LINE (36:9)
           ELSE
               MOVE MIQ-ACCOUNT TO MIQ-OUT-LINE (36:9)
           END-IF
           MOVE "RUN" TO MIQ-OUT-LINE (47:3)
           MOVE MIQ-RUN-DATE TO MIQ-OUT-LINE (51:8)
           MOVE "ANALYST" TO MIQ-OUT-LINE (61:7)
           MOVE MIQ-ANALYST-ID TO MIQ-OUT-LINE (69:10)
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE.
       1300-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO MIQ-HALT-SW
           MOVE "Y" TO MIQ-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-CURRENT-MASTER - ONE KEYED READ OF DD MASTKEY FOR THE    *
      *  ACCOUNT'S CURRENT ROW, BOTH DATES WINDOWED TO A FULL YEAR.    *
      ******************************************************************
       2000-CURRENT-MASTER.
           MOVE "CURRENT MASTER (DD MASTKEY)" TO MIQ-OUT-LINE
           PERFORM 3000-SECTION-HEADING THRU 3000-EXIT
           OPEN INPUT MASTKEY-FILE
           IF NOT MIQ-MASTKEY-OK
               MOVE "  KEYED MASTER NOT AVAILABLE" TO MIQ-OUT-LINE
               WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
               GO TO 2000-EXIT
           END-IF
           MOVE MIQ-ACCOUNT TO MKY-ACCOUNT-NO
           READ MASTKEY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MIQ-MASTKEY-OK
               CLOSE MASTKEY-FILE
               PERFORM 3010-NONE-ON-FILE THRU 3010-EXIT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO MIQ-MASTKEY-READ-CNT
           ADD 1 TO MIQ-SECTION-CNT
           MOVE MKY-MASTER-IMAGE TO MASTER_REC
           CLOSE MASTKEY-FILE
           MOVE "MASTER_REC" TO MIQ-JUDGE-LR
           MOVE "AMOUNT" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-AMOUNT
           ELSE
               MOVE AMOUNT OF MASTER_REC TO MIQ-AMT-EDIT
               MOVE MIQ-AMT-EDIT TO MIQ-TXT-AMOUNT
           END-IF
           MOVE "MASTER-DATE" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-MASTER-DATE
           ELSE
               MOVE MASTER-DATE TO MIQ-YYMMDD
               PERFORM 7300-WINDOW-DATE THRU 7300-EXIT
               MOVE MIQ-CCYYMMDD TO MIQ-TXT-MASTER-DATE
           END-IF
           MOVE "OTHER-DATE" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-OTHER-DATE
           ELSE
               MOVE OTHER-DATE TO MIQ-YYMMDD
               PERFORM 7300-WINDOW-DATE THRU 7300-EXIT
               MOVE MIQ-CCYYMMDD TO MIQ-TXT-OTHER-DATE
           END-IF
           MOVE SPACES TO MIQ-OUT-LINE
           STRING "  REC_TYPE=" REC_TYPE
               " AMOUNT=" MIQ-TXT-AMOUNT
               " MASTER-DATE=" MIQ-TXT-MASTER-DATE
               " OTHER-DATE=" MIQ-TXT-OTHER-DATE
               " ACT_TYPE=" ACT_TYPE
               " OTHER_TYPE=" OTHER_TYPE
               DELIMITED BY SIZE INTO MIQ-OUT-LINE
           END-STRING
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           ADD 1 TO MIQ-LISTED-CNT.
       2000-EXIT.
           EXIT.
      *
       2100-HISTORY-SECTION.
           MOVE "SNAPSHOT HISTORY (DD MASTHIST)" TO MIQ-OUT-LINE
           PERFORM 3000-SECTION-HEADING THRU 3000-EXIT
           MOVE "N" TO MIQ-EOF-SW
           MOVE "N" TO MIQ-SRC-OPENED-SW
           OPEN INPUT MASTHIST-FILE
           IF MIQ-MASTHIST-OK
               MOVE "Y" TO MIQ-SRC-OPENED-SW
           ELSE
               DISPLAY "MRECINQ - MASTHIST NOT READABLE, STATUS="
                   MIQ-MASTHIST-STATUS
               MOVE "Y" TO MIQ-EOF-SW
           END-IF
           PERFORM 2110-LIST-ONE-PERIOD THRU 2110-EXIT
               UNTIL MIQ-EOF
           IF MIQ-SRC-OPENED
               CLOSE MASTHIST-FILE
           END-IF
           PERFORM 3010-NONE-ON-FILE THRU 3010-EXIT.
       2100-EXIT.
           EXIT.
      *
       2110-LIST-ONE-PERIOD.
           READ MASTHIST-FILE
               AT END
                   MOVE "Y" TO MIQ-EOF-SW
                   GO TO 2110-EXIT
           END-READ
           ADD 1 TO MIQ-MASTHIST-READ-CNT
           IF MSH-ACCOUNT-NO NOT = MIQ-ACCOUNT
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO MIQ-SECTION-CNT
           MOVE "MASTER-HIST-RECORD" TO MIQ-JUDGE-LR
           MOVE "MSH-AMOUNT" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-AMOUNT
           ELSE
               MOVE MSH-AMOUNT TO MIQ-AMT-EDIT
               MOVE MIQ-AMT-EDIT TO MIQ-TXT-AMOUNT
           END-IF
           MOVE "MSH-MASTER-DATE" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-MASTER-DATE
           ELSE
               MOVE MSH-MASTER-DATE TO MIQ-YYMMDD
               PERFORM 7300-WINDOW-DATE THRU 7300-EXIT
               MOVE MIQ-CCYYMMDD TO MIQ-TXT-MASTER-DATE
           END-IF
           MOVE "MSH-OTHER-DATE" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-OTHER-DATE
           ELSE
               MOVE MSH-OTHER-DATE TO MIQ-YYMMDD
               PERFORM 7300-WINDOW-DATE THRU 7300-EXIT
               MOVE MIQ-CCYYMMDD TO MIQ-TXT-OTHER-DATE
           END-IF
           MOVE SPACES TO MIQ-OUT-LINE
           STRING "  PERIOD " MSH-PERIOD
               " REC_TYPE=" MSH-REC-TYPE
               " AMOUNT=" MIQ-TXT-AMOUNT
               " MASTER-DATE=" MIQ-TXT-MASTER-DATE
               " OTHER-DATE=" MIQ-TXT-OTHER-DATE
               " ACT_TYPE=" MSH-ACT-TYPE
               DELIMITED BY SIZE INTO MIQ-OUT-LINE
           END-STRING
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           ADD 1 TO MIQ-LISTED-CNT.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-USAGE-SECTION - EVERY USAGE ROW WHOSE KEY-ID1 OR KEY-ID2 *
      *  RESOLVES TO THE ACCOUNT, WITH ITS GEOCODE AND ITS MATCH TIER  *
      *  (QMS-MTCH-CD/QMS-LOC-CD, AS USGQMSTR BUCKETS IT).  AN ACCOUNT *
      *  NUMBER THAT IS NOT ALL DIGITS CAN HAVE NO USAGE.              *
      ******************************************************************
       2200-USAGE-SECTION.
           MOVE "USAGE (DD USGEXT)" TO MIQ-OUT-LINE
           PERFORM 3000-SECTION-HEADING THRU 3000-EXIT
           MOVE "N" TO MIQ-EOF-SW
           MOVE "N" TO MIQ-SRC-OPENED-SW
           OPEN INPUT USGEXT-FILE
           IF MIQ-USGEXT-OK
               MOVE "Y" TO MIQ-SRC-OPENED-SW
           ELSE
               DISPLAY "MRECINQ - USGEXT NOT READABLE, STATUS="
                   MIQ-USGEXT-STATUS
               MOVE "Y" TO MIQ-EOF-SW
           END-IF
           PERFORM 2210-LIST-ONE-USAGE THRU 2210-EXIT
               UNTIL MIQ-EOF
           IF MIQ-SRC-OPENED
               CLOSE USGEXT-FILE
           END-IF
           PERFORM 3010-NONE-ON-FILE THRU 3010-EXIT.
       2200-EXIT.
           EXIT.
      *
       2210-LIST-ONE-USAGE.
           READ USGEXT-FILE
               AT END
                   MOVE "Y" TO MIQ-EOF-SW
                   GO TO 2210-EXIT
           END-READ
           ADD 1 TO MIQ-USGEXT-READ-CNT
           IF NOT MIQ-ACCOUNT-NUMERIC
               GO TO 2210-EXIT
           END-IF
           MOVE KEY-ID1 TO MIQ-KEY-NUM
           MOVE MIQ-KEY-NUM TO MIQ-KEY-ACCOUNT-9
           MOVE MIQ-KEY-ACCOUNT TO MIQ-KEY1-ACCOUNT
           MOVE KEY-ID2 TO MIQ-KEY-NUM
           MOVE MIQ-KEY-NUM TO MIQ-KEY-ACCOUNT-9
           MOVE MIQ-KEY-ACCOUNT TO MIQ-KEY2-ACCOUNT
           EVALUATE TRUE
               WHEN MIQ-KEY1-ACCOUNT = MIQ-ACCOUNT
                   AND MIQ-KEY2-ACCOUNT = MIQ-ACCOUNT
                   MOVE "ON BOTH KEYS" TO MIQ-TXT-MATCHED-ON
                   MOVE MIQ-KEY2-ACCOUNT TO MIQ-TXT-OTHER-ACCOUNT
               WHEN MIQ-KEY1-ACCOUNT = MIQ-ACCOUNT
                   MOVE "ON KEY-ID1" TO MIQ-TXT-MATCHED-ON
                   MOVE MIQ-KEY2-ACCOUNT TO MIQ-TXT-OTHER-ACCOUNT
               WHEN MIQ-KEY2-ACCOUNT = MIQ-ACCOUNT
                   MOVE "ON KEY-ID2" TO MIQ-TXT-MATCHED-ON
                   MOVE MIQ-KEY1-ACCOUNT TO MIQ-TXT-OTHER-ACCOUNT
               WHEN OTHER
                   GO TO 2210-EXIT
           END-EVALUATE
           ADD 1 TO MIQ-SECTION-CNT
           MOVE "USAGE-RECORD" TO MIQ-JUDGE-LR
           MOVE "AMOUNT" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-AMOUNT
           ELSE
               MOVE AMOUNT OF USAGE-RECORD TO MIQ-USG-AMT-EDIT
               MOVE MIQ-USG-AMT-EDIT TO MIQ-TXT-AMOUNT
           END-IF
           MOVE "LNGTD" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-LNGTD
           ELSE
               MOVE LNGTD TO MIQ-GEO-EDIT
               MOVE MIQ-GEO-EDIT TO MIQ-TXT-LNGTD
           END-IF
           MOVE "LATUD" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-LATUD
           ELSE
               MOVE LATUD TO MIQ-GEO-EDIT
               MOVE MIQ-GEO-EDIT TO MIQ-TXT-LATUD
           END-IF
           MOVE SPACES TO MIQ-OUT-LINE
           STRING "  " MIQ-TXT-MATCHED-ON
               " OTHER KEY " MIQ-TXT-OTHER-ACCOUNT
               " AMOUNT " MIQ-TXT-AMOUNT
               " GEO " MIQ-TXT-LNGTD "/" MIQ-TXT-LATUD
               " TIER " QMS-MTCH-CD "/" QMS-LOC-CD
               " TYPE " TYPE-MATCH-ACCY-CD
               DELIMITED BY SIZE INTO MIQ-OUT-LINE
           END-STRING
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           ADD 1 TO MIQ-LISTED-CNT.
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2300-LINK-SECTION - EVERY CUSTXREF LINK TO THE ACCOUNT, ANY   *
      *  STATUS, NUMBERED IN FILE ORDER.  A LINK NOT REMOVED ALSO      *
      *  GOES INTO THE LINK TABLE FOR THE MAILING SECTIONS BELOW, AND  *
      *  KEEPS ITS NUMBER THERE SO THEIR LINES POINT BACK TO IT.       *
      ******************************************************************
       2300-LINK-SECTION.
           MOVE "CUSTOMER LINKS (DD CUSTXREF)" TO MIQ-OUT-LINE
           PERFORM 3000-SECTION-HEADING THRU 3000-EXIT
           MOVE "N" TO MIQ-EOF-SW
           MOVE "N" TO MIQ-SRC-OPENED-SW
           OPEN INPUT CUSTXREF-FILE
           IF MIQ-CUSTXREF-OK
               MOVE "Y" TO MIQ-SRC-OPENED-SW
           ELSE
               DISPLAY "MRECINQ - CUSTXREF NOT READABLE, STATUS="
                   MIQ-CUSTXREF-STATUS
               MOVE "Y" TO MIQ-EOF-SW
           END-IF
           PERFORM 2310-LIST-ONE-LINK THRU 2310-EXIT
               UNTIL MIQ-EOF
           IF MIQ-SRC-OPENED
               CLOSE CUSTXREF-FILE
           END-IF
           PERFORM 3010-NONE-ON-FILE THRU 3010-EXIT.
       2300-EXIT.
           EXIT.
      *
       2310-LIST-ONE-LINK.
           READ CUSTXREF-FILE
               AT END
                   MOVE "Y" TO MIQ-EOF-SW
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO MIQ-CUSTXREF-READ-CNT
           IF CXR-ACCOUNT-NO NOT = MIQ-ACCOUNT
               GO TO 2310-EXIT
           END-IF
           ADD 1 TO MIQ-SECTION-CNT
           MOVE 0 TO MIQ-LINK-NO
           IF NOT CXR-REMOVED
               IF MIQ-LNK-CNT NOT < MIQ-LNK-MAX
                   ADD 1 TO MIQ-LNK-OVER-CNT
               ELSE
                   ADD 1 TO MIQ-LNK-CNT
                   MOVE CXR-CUSTOMER-NAME
                       TO MIQ-LNK-NAME (MIQ-LNK-CNT)
                   MOVE CXR-STREET-ADDRESS
                       TO MIQ-LNK-STREET (MIQ-LNK-CNT)
                   MOVE CXR-ZIP TO MIQ-LNK-ZIP (MIQ-LNK-CNT)
                   MOVE MIQ-LNK-CNT TO MIQ-LINK-NO
               END-IF
           END-IF
           MOVE "CUSTOMER-XREF-RECORD" TO MIQ-JUDGE-LR
           MOVE "CXR-CUSTOMER-NAME" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-NAME
           ELSE
               MOVE CXR-CUSTOMER-NAME TO MIQ-TXT-NAME
           END-IF
           MOVE "CXR-STREET-ADDRESS" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-STREET
           ELSE
               MOVE CXR-STREET-ADDRESS TO MIQ-TXT-STREET
           END-IF
           MOVE "CXR-CITY" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-CITY
           ELSE
               MOVE CXR-CITY TO MIQ-TXT-CITY
           END-IF
           MOVE "CXR-STATE" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-STATE
           ELSE
               MOVE CXR-STATE TO MIQ-TXT-STATE
           END-IF
           MOVE "CXR-ZIP" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-ZIP
           ELSE
               MOVE CXR-ZIP TO MIQ-TXT-ZIP
           END-IF
           MOVE SPACES TO MIQ-OUT-LINE
           IF MIQ-LINK-NO = 0
               MOVE "  LINK --" TO MIQ-OUT-LINE
           ELSE
               STRING "  LINK " MIQ-LINK-NO
                   DELIMITED BY SIZE INTO MIQ-OUT-LINE
               END-STRING
           END-IF
           STRING "STATUS " CXR-STATUS
               " MATCH " CXR-MATCH-CD
               " STAMPED " CXR-STAMP-DATE
               " BY " CXR-ANALYST-ID
               DELIMITED BY SIZE INTO MIQ-OUT-LINE (11:)
           END-STRING
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           MOVE SPACES TO MIQ-OUT-LINE
           STRING MIQ-TXT-NAME "  " MIQ-TXT-STREET "  "
               MIQ-TXT-CITY " " MIQ-TXT-STATE " " MIQ-TXT-ZIP
               DELIMITED BY SIZE INTO MIQ-OUT-LINE (11:)
           END-STRING
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           ADD 1 TO MIQ-LISTED-CNT.
       2310-EXIT.
           EXIT.
      *
       2400-XREF-SECTION.
           MOVE "MERGE AND SPLIT EVENTS (DD ACCTXREF)" TO MIQ-OUT-LINE
           PERFORM 3000-SECTION-HEADING THRU 3000-EXIT
           MOVE "N" TO MIQ-EOF-SW
           MOVE "N" TO MIQ-SRC-OPENED-SW
           OPEN INPUT ACCTXREF-FILE
           IF MIQ-ACCTXREF-OK
               MOVE "Y" TO MIQ-SRC-OPENED-SW
           ELSE
               DISPLAY "MRECINQ - ACCTXREF NOT READABLE, STATUS="
                   MIQ-ACCTXREF-STATUS
               MOVE "Y" TO MIQ-EOF-SW
           END-IF
           PERFORM 2410-LIST-ONE-EVENT THRU 2410-EXIT
               UNTIL MIQ-EOF
           IF MIQ-SRC-OPENED
               CLOSE ACCTXREF-FILE
           END-IF
           PERFORM 3010-NONE-ON-FILE THRU 3010-EXIT.
       2400-EXIT.
           EXIT.
      *
       2410-LIST-ONE-EVENT.
           READ ACCTXREF-FILE
               AT END
                   MOVE "Y" TO MIQ-EOF-SW
                   GO TO 2410-EXIT
           END-READ
           ADD 1 TO MIQ-READ-CNT
           IF AXR-OLD-ACCOUNT NOT = MIQ-ACCOUNT
               AND AXR-NEW-ACCOUNT NOT = MIQ-ACCOUNT
               GO TO 2410-EXIT
           END-IF
           ADD 1 TO MIQ-SECTION-CNT
           EVALUATE TRUE
               WHEN AXR-MERGED
                   MOVE "MERGE" TO MIQ-TXT-ACTION
               WHEN AXR-SPLIT
                   MOVE "SPLIT" TO MIQ-TXT-ACTION
               WHEN OTHER
                   MOVE SPACES TO MIQ-TXT-ACTION
                   MOVE AXR-ACTION TO MIQ-TXT-ACTION (1:1)
           END-EVALUATE
           MOVE "ACCOUNT-XREF-RECORD" TO MIQ-JUDGE-LR
           MOVE "AXR-OLD-ACCOUNT" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-ACCOUNT
           ELSE
               MOVE AXR-OLD-ACCOUNT TO MIQ-TXT-ACCOUNT
           END-IF
           MOVE "AXR-NEW-ACCOUNT" TO MIQ-JUDGE-FIELD
           PERFORM 1270-JUDGE-FIELD THRU 1270-EXIT
           IF MIQ-JUDGE-MASKED
               MOVE ALL "*" TO MIQ-TXT-OTHER-ACCOUNT
           ELSE
               MOVE AXR-NEW-ACCOUNT TO MIQ-TXT-OTHER-ACCOUNT
           END-IF
           MOVE SPACES TO MIQ-OUT-LINE
           STRING "  EFFECTIVE " AXR-EFF-DATE
               " " MIQ-TXT-ACTION
               " OLD ACCOUNT " MIQ-TXT-ACCOUNT
               " NEW ACCOUNT " MIQ-TXT-OTHER-ACCOUNT
               DELIMITED BY SIZE INTO MIQ-OUT-LINE
           END-STRING
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           ADD 1 TO MIQ-LISTED-CNT.
       2410-EXIT.
           EXIT.
      *
      *> RETTRACK IS KEYED BY NAME AND ADDRESS, NOT ACCOUNT - A ROW
      *> BELONGS TO THE ACCOUNT WHEN A LINK CARRIES THE SAME NAME,
      *> STREET AND ZIP.  THE LINK NUMBER STANDS IN FOR THE ADDRESS,
      *> WHICH THE LINK SECTION HAS ALREADY PRINTED (OR MASKED).
       2500-RETURN-SECTION.
           MOVE "RETURNED MAIL (DD RETTRACK)" TO MIQ-OUT-LINE
           PERFORM 3000-SECTION-HEADING THRU 3000-EXIT
           MOVE "N" TO MIQ-EOF-SW
           MOVE "N" TO MIQ-SRC-OPENED-SW
           IF MIQ-LNK-CNT = 0
               MOVE "Y" TO MIQ-EOF-SW
           ELSE
               OPEN INPUT RETTRACK-FILE
               IF MIQ-RETTRACK-OK
                   MOVE "Y" TO MIQ-SRC-OPENED-SW
               ELSE
                   DISPLAY "MRECINQ - RETTRACK NOT READABLE, STATUS="
                       MIQ-RETTRACK-STATUS
                   MOVE "Y" TO MIQ-EOF-SW
               END-IF
           END-IF
           PERFORM 2510-LIST-ONE-RETURN THRU 2510-EXIT
               UNTIL MIQ-EOF
           IF MIQ-SRC-OPENED
               CLOSE RETTRACK-FILE
           END-IF
           PERFORM 3010-NONE-ON-FILE THRU 3010-EXIT.
       2500-EXIT.
           EXIT.
      *
       2510-LIST-ONE-RETURN.
           READ RETTRACK-FILE
               AT END
                   MOVE "Y" TO MIQ-EOF-SW
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO MIQ-READ-CNT
           MOVE 0 TO MIQ-LNK-HIT
           PERFORM 2520-MATCH-RETURN-TO-LINK THRU 2520-EXIT
               VARYING MIQ-LX FROM 1 BY 1
               UNTIL MIQ-LX > MIQ-LNK-CNT OR MIQ-LNK-HIT > 0
           IF MIQ-LNK-HIT = 0
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO MIQ-SECTION-CNT
           MOVE MIQ-LNK-HIT TO MIQ-LINK-NO
           MOVE SPACES TO MIQ-OUT-LINE
           STRING "  LINK " MIQ-LINK-NO
               " RETURNS " RTT-RETURN-CNT
               " LAST RETURNED " RTT-LAST-DATE
               " REASON " RTT-LAST-REASON
               DELIMITED BY SIZE INTO MIQ-OUT-LINE
           END-STRING
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           ADD 1 TO MIQ-LISTED-CNT.
       2510-EXIT.
           EXIT.
      *
       2520-MATCH-RETURN-TO-LINK.
           IF MIQ-LNK-NAME (MIQ-LX) = RTT-CUSTOMER-NAME
               AND MIQ-LNK-STREET (MIQ-LX) = RTT-STREET-ADDRESS
               AND MIQ-LNK-ZIP (MIQ-LX) = RTT-ZIP
               MOVE MIQ-LX TO MIQ-LNK-HIT
           END-IF.
       2520-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2600-CAMPAIGN-SECTION - A PIECE BELONGS TO THE ACCOUNT WHEN A *
      *  LINK CARRIES ITS ADDRESSEE NAME AND ZIP (MAILCAMP WRITES THE  *
      *  MAILING NAME, SO THE SHORTER LINK NAME IS COMPARED SPACE-     *
      *  PADDED).  THE PIECES ARE HELD SO ONE PASS OF RESPLOG CAN      *
      *  COUNT EACH ONE'S RESPONSES BEFORE ANYTHING PRINTS.            *
      ******************************************************************
       2600-CAMPAIGN-SECTION.
           MOVE "CAMPAIGN PIECES AND RESPONSES (DD CAMPIECE, RESPLOG)"
               TO MIQ-OUT-LINE
           PERFORM 3000-SECTION-HEADING THRU 3000-EXIT
           MOVE "N" TO MIQ-EOF-SW
           MOVE "N" TO MIQ-SRC-OPENED-SW
           IF MIQ-LNK-CNT = 0
               MOVE "Y" TO MIQ-EOF-SW
           ELSE
               OPEN INPUT CAMPIECE-FILE
               IF MIQ-CAMPIECE-OK
                   MOVE "Y" TO MIQ-SRC-OPENED-SW
               ELSE
                   DISPLAY "MRECINQ - CAMPIECE NOT READABLE, STATUS="
                       MIQ-CAMPIECE-STATUS
                   MOVE "Y" TO MIQ-EOF-SW
               END-IF
           END-IF
           PERFORM 2610-NOTE-ONE-PIECE THRU 2610-EXIT
               UNTIL MIQ-EOF
           IF MIQ-SRC-OPENED
               CLOSE CAMPIECE-FILE
           END-IF
           IF MIQ-PCE-CNT > 0
               MOVE "N" TO MIQ-EOF-SW
               MOVE "N" TO MIQ-SRC-OPENED-SW
               OPEN INPUT RESPLOG-FILE
               IF MIQ-RESPLOG-OK
                   MOVE "Y" TO MIQ-SRC-OPENED-SW
               ELSE
                   DISPLAY "MRECINQ - RESPLOG NOT READABLE, STATUS="
                       MIQ-RESPLOG-STATUS
                   MOVE "Y" TO MIQ-EOF-SW
               END-IF
               PERFORM 2630-NOTE-ONE-RESPONSE THRU 2630-EXIT
                   UNTIL MIQ-EOF
               IF MIQ-SRC-OPENED
                   CLOSE RESPLOG-FILE
               END-IF
           END-IF
           PERFORM 2650-LIST-ONE-PIECE THRU 2650-EXIT
               VARYING MIQ-PX FROM 1 BY 1
               UNTIL MIQ-PX > MIQ-PCE-CNT
           PERFORM 3010-NONE-ON-FILE THRU 3010-EXIT.
       2600-EXIT.
           EXIT.
      *
       2610-NOTE-ONE-PIECE.
           READ CAMPIECE-FILE
               AT END
                   MOVE "Y" TO MIQ-EOF-SW
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO MIQ-READ-CNT
           MOVE 0 TO MIQ-LNK-HIT
           PERFORM 2620-MATCH-PIECE-TO-LINK THRU 2620-EXIT
               VARYING MIQ-LX FROM 1 BY 1
               UNTIL MIQ-LX > MIQ-LNK-CNT OR MIQ-LNK-HIT > 0
           IF MIQ-LNK-HIT = 0
               GO TO 2610-EXIT
           END-IF
           IF MIQ-PCE-CNT NOT < MIQ-PCE-MAX
               ADD 1 TO MIQ-PCE-OVER-CNT
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO MIQ-PCE-CNT
           MOVE CPG-CAMPAIGN TO MIQ-PCE-CAMPAIGN (MIQ-PCE-CNT)
           MOVE CPG-PIECE-SEQ TO MIQ-PCE-SEQ (MIQ-PCE-CNT)
           MOVE CPG-MAIL-DATE TO MIQ-PCE-MAIL-DATE (MIQ-PCE-CNT)
           MOVE MIQ-LNK-HIT TO MIQ-PCE-LINK (MIQ-PCE-CNT)
           MOVE 0 TO MIQ-PCE-RESP-CNT (MIQ-PCE-CNT)
           MOVE 0 TO MIQ-PCE-FIRST-RESP (MIQ-PCE-CNT).
       2610-EXIT.
           EXIT.
      *
       2620-MATCH-PIECE-TO-LINK.
           IF CPG-COMPANY-NAME = MIQ-LNK-NAME (MIQ-LX)
               AND CPG-ZIP = MIQ-LNK-ZIP (MIQ-LX)
               MOVE MIQ-LX TO MIQ-LNK-HIT
           END-IF.
       2620-EXIT.
           EXIT.
      *
       2630-NOTE-ONE-RESPONSE.
           READ RESPLOG-FILE
               AT END
                   MOVE "Y" TO MIQ-EOF-SW
                   GO TO 2630-EXIT
           END-READ
           ADD 1 TO MIQ-READ-CNT
           MOVE 0 TO MIQ-PCE-HIT
           PERFORM 2640-MATCH-ONE-PIECE THRU 2640-EXIT
               VARYING MIQ-PX FROM 1 BY 1
               UNTIL MIQ-PX > MIQ-PCE-CNT OR MIQ-PCE-HIT > 0
           IF MIQ-PCE-HIT = 0
               GO TO 2630-EXIT
           END-IF
           ADD 1 TO MIQ-PCE-RESP-CNT (MIQ-PCE-HIT)
           IF MIQ-PCE-FIRST-RESP (MIQ-PCE-HIT) = 0
               OR RSP-RESP-DATE < MIQ-PCE-FIRST-RESP (MIQ-PCE-HIT)
               MOVE RSP-RESP-DATE TO MIQ-PCE-FIRST-RESP (MIQ-PCE-HIT)
           END-IF.
       2630-EXIT.
           EXIT.
      *
       2640-MATCH-ONE-PIECE.
           IF MIQ-PCE-CAMPAIGN (MIQ-PX) = RSP-CAMPAIGN
               AND MIQ-PCE-SEQ (MIQ-PX) = RSP-PIECE-SEQ
               MOVE MIQ-PX TO MIQ-PCE-HIT
           END-IF.
       2640-EXIT.
           EXIT.
      *
       2650-LIST-ONE-PIECE.
           ADD 1 TO MIQ-SECTION-CNT
           MOVE MIQ-PCE-LINK (MIQ-PX) TO MIQ-LINK-NO
           MOVE SPACES TO MIQ-TXT-RESPONSE
           IF MIQ-PCE-RESP-CNT (MIQ-PX) = 0
               MOVE "NO RESPONSE" TO MIQ-TXT-RESPONSE
           ELSE
               STRING "RESPONSES " MIQ-PCE-RESP-CNT (MIQ-PX)
                   " FIRST " MIQ-PCE-FIRST-RESP (MIQ-PX)
                   DELIMITED BY SIZE INTO MIQ-TXT-RESPONSE
               END-STRING
           END-IF
           MOVE SPACES TO MIQ-OUT-LINE
           STRING "  CAMPAIGN " MIQ-PCE-CAMPAIGN (MIQ-PX)
               " PIECE " MIQ-PCE-SEQ (MIQ-PX)
               " MAILED " MIQ-PCE-MAIL-DATE (MIQ-PX)
               " LINK " MIQ-LINK-NO
               " " MIQ-TXT-RESPONSE
               DELIMITED BY SIZE INTO MIQ-OUT-LINE
           END-STRING
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           ADD 1 TO MIQ-LISTED-CNT.
       2650-EXIT.
           EXIT.
      *
      *> THE CALLER LEAVES THE SECTION TITLE IN MIQ-OUT-LINE; THE
      *> SECTION'S LINE COUNT STARTS OVER.
       3000-SECTION-HEADING.
           MOVE SPACES TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           MOVE SPACES TO MIQ-OUT-LINE
           MOVE 0 TO MIQ-SECTION-CNT.
       3000-EXIT.
           EXIT.
      *
       3010-NONE-ON-FILE.
           IF MIQ-SECTION-CNT > 0
               GO TO 3010-EXIT
           END-IF
           MOVE "  NONE ON FILE FOR THIS ACCOUNT" TO MIQ-OUT-LINE
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE.
       3010-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF MIQ-HALT
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE SPACES TO MIQ-OUT-LINE
           STRING "END OF INQUIRY - " MIQ-LISTED-CNT
               " ENTRIES LISTED"
               DELIMITED BY SIZE INTO MIQ-OUT-LINE
           END-STRING
           WRITE INQRPT-RECORD FROM MIQ-OUT-LINE
           DISPLAY "MRECINQ - " MIQ-LISTED-CNT
               " ENTRIES LISTED FOR THE ACCOUNT"
           IF MIQ-LISTED-CNT = 0
               DISPLAY "MRECINQ - NO SOURCE KNOWS THE ACCOUNT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF MIQ-LNK-OVER-CNT > 0
               DISPLAY "MRECINQ - " MIQ-LNK-OVER-CNT
                   " LINKS EXCEEDED THE LINK TABLE - MAILING SECTIONS "
                   "ARE INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF MIQ-PCE-OVER-CNT > 0
               DISPLAY "MRECINQ - " MIQ-PCE-OVER-CNT
                   " PIECES EXCEEDED THE PIECE TABLE - CAMPAIGN "
                   "SECTION IS INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> MIQ-YYMMDD IN, MIQ-CCYYMMDD OUT - THE YEAR WINDOWED BY THE
      *> SHARED PIVOT.
       7300-WINDOW-DATE.
           MOVE MIQ-YYMMDD-YY TO CENTPVT-YY-IN
           PERFORM 8900-CENTURY-WINDOW THRU 8900-EXIT
           MOVE CENTPVT-CCYY-OUT TO MIQ-CCYY-TXT
           STRING MIQ-CCYY-TXT DELIMITED BY SIZE
               MIQ-YYMMDD-MM    DELIMITED BY SIZE
               MIQ-YYMMDD-DD    DELIMITED BY SIZE
               INTO MIQ-CCYYMMDD
           END-STRING.
       7300-EXIT.
           EXIT.
      *
      *> ONE ACCESS ROW PER SOURCE THAT CARRIES ACCOUNT OR CUSTOMER
      *> DATA AND WAS ACTUALLY READ.
       7850-POST-ACCESS-LOG.
           MOVE "MRECINQ " TO AXL-WS-PROGRAM
           IF MIQ-MASTKEY-READ-CNT > 0
               MOVE "MASTKEY " TO AXL-WS-EXTRACT-DD
               MOVE MIQ-MASTKEY-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF MIQ-MASTHIST-READ-CNT > 0
               MOVE "MASTHIST" TO AXL-WS-EXTRACT-DD
               MOVE MIQ-MASTHIST-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF MIQ-USGEXT-READ-CNT > 0
               MOVE "USGEXT  " TO AXL-WS-EXTRACT-DD
               MOVE MIQ-USGEXT-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF MIQ-CUSTXREF-READ-CNT > 0
               MOVE "CUSTXREF" TO AXL-WS-EXTRACT-DD
               MOVE MIQ-CUSTXREF-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "MRECINQ " TO RNL-WS-PROGRAM
           COMPUTE RNL-WS-RECORDS-IN = MIQ-READ-CNT
               + MIQ-MASTKEY-READ-CNT + MIQ-MASTHIST-READ-CNT
               + MIQ-USGEXT-READ-CNT + MIQ-CUSTXREF-READ-CNT
           MOVE MIQ-LISTED-CNT TO RNL-WS-RECORDS-OUT
           IF MIQ-LNK-OVER-CNT > 0
               COMPUTE RNL-WS-TABLE-PEAK (1) = MIQ-LNK-MAX + 1
           ELSE
               MOVE MIQ-LNK-CNT TO RNL-WS-TABLE-PEAK (1)
           END-IF
           IF MIQ-PCE-OVER-CNT > 0
               COMPUTE RNL-WS-TABLE-PEAK (2) = MIQ-PCE-MAX + 1
           ELSE
               MOVE MIQ-PCE-CNT TO RNL-WS-TABLE-PEAK (2)
           END-IF
           IF MIQ-SENS-OVER-CNT > 0
               COMPUTE RNL-WS-TABLE-PEAK (3) = MIQ-SENS-MAX + 1
           ELSE
               MOVE MIQ-SENS-CNT TO RNL-WS-TABLE-PEAK (3)
           END-IF
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
      *> ONE LOG ROW PER TAGGED FIELD THE RUN SHOWED IN THE CLEAR -
      *> THE RUN IS THE VIEWING EVENT.
       8700-LOG-ONE-CLEAR-VIEW.
           IF MIQ-SENS-SHOWN-CNT (MIQ-SX) = 0
               GO TO 8700-EXIT
           END-IF
           OPEN EXTEND SENSVLOG-FILE
           IF NOT MIQ-SENSVLOG-OK
               DISPLAY "MRECINQ - CLEAR VIEW NOT LOGGED, SENSVLOG "
                   "STATUS=" MIQ-SENSVLOG-STATUS
               GO TO 8700-EXIT
           END-IF
           ACCEPT MIQ-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT MIQ-NOW-TIME FROM TIME
           MOVE MIQ-NOW-DATE   TO SVL-VIEW-DATE
           MOVE MIQ-NOW-TIME   TO SVL-VIEW-TIME
           MOVE MIQ-ANALYST-ID TO SVL-ANALYST-ID
           MOVE "MRECINQ "     TO SVL-PROGRAM
           MOVE MIQ-SENS-LR (MIQ-SX)    TO SVL-LR-NAME
           MOVE MIQ-SENS-FIELD (MIQ-SX) TO SVL-FIELD-NAME
           MOVE MIQ-SENS-CD (MIQ-SX)    TO SVL-SENS-CD
           MOVE MIQ-SENS-SHOWN-CNT (MIQ-SX) TO SVL-RECORD-CNT
           WRITE SENS-VIEW-RECORD
           CLOSE SENSVLOG-FILE.
       8700-EXIT.
           EXIT.
      *
      *> SHARED CENTURY-WINDOWING PARAGRAPH - SEE CENTWIN.cpy.
       COPY CENTWIN.
      *
       9000-TERMINATE.
           PERFORM 8700-LOG-ONE-CLEAR-VIEW THRU 8700-EXIT
               VARYING MIQ-SX FROM 1 BY 1
               UNTIL MIQ-SX > MIQ-SENS-CNT
           IF MIQ-INQRPT-OPENED
               CLOSE INQRPT-FILE
           END-IF.
