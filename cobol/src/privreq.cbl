      ******************************************************************
      **                                                              *
      **  PROGRAM      PRIVREQ                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  PRIVACY REQUEST FULFILLMENT - EVERYTHING WE    *
      **      HOLD ON ONE PERSON, FOUND IN ONE STEP INSTEAD OF DAYS    *
      **      OF BROWSING.  DD PRQPRM CARRIES THE REQUEST: THE MODE    *
      **      ("A" ACCESS, "E" ERASE), LEGAL'S REQUEST ID, THE         *
      **      REC_TYPE THAT MEANS A CLOSED ACCOUNT (THE SAME VALUE     *
      **      MRECPURG IS GIVEN - REQUIRED TO ERASE), AND THE PERSON   *
      **      AS AN ACCOUNT_NO, A NAME WITH ITS FULL ADDRESS, OR       *
      **      BOTH.  THE NAME IS THE 23-BYTE CUSTOMER-NAME, LAST       *
      **      NAME THEN FIRST.                                         *
      **                                                               *
      **      THE SUBJECT IS WIDENED THROUGH THE CUSTOMER-TO-ACCOUNT   *
      **      CROSS-REFERENCE (DD CUSTXREF) UNTIL NOTHING NEW TURNS    *
      **      UP - EVERY LINK OF A KNOWN NAME AND ADDRESS BRINGS IN    *
      **      ITS ACCOUNT, EVERY LINK OF A KNOWN ACCOUNT BRINGS IN     *
      **      ITS NAME AND ADDRESS.  THEN EVERY CUSTOMER-BEARING FILE  *
      **      IS SEARCHED:                                             *
      **        CUSTXREF  EVERY LINK TOUCHED ABOVE.                    *
      **        MASTEXT   THE ACCOUNTS (MASTER_REC), OR THE WIDENED-   *
      **                  AMOUNT MASTER ON DD MASTEXTW WHEN THAT IS    *
      **                  PRESENTED.                                   *
      **        MASTHIST  THE ACCOUNTS' SNAPSHOT HISTORY.              *
      **        CUSTEXT   CUSTOMER-RECORDS ON A KNOWN NAME/ADDRESS.    *
      **        MAILEXT   MAILING-RECORDS ON A KNOWN NAME/ADDRESS,     *
      **                  AND EVERY CONTACT SLOT CARRYING A KNOWN      *
      **                  NAME - A NAME-ONLY MATCH, LISTED FOR THE     *
      **                  ANALYST TO VERIFY.                           *
      **        RETTRACK  RETURNED-MAIL TRACKING ON A KNOWN NAME/      *
      **                  ADDRESS.                                     *
      **        CAMPIECE  CAMPAIGN PIECES ON A KNOWN NAME AND ZIP.     *
      **        RESPLOG   RESPONSES TO THOSE PIECES.                   *
      **        SUPPLIST  DO-NOT-MAIL ENTRIES ON A KNOWN NAME/         *
      **                  ADDRESS.                                     *
      **      EVERY FILE IS OPTIONAL; ONE NOT PRESENTED IS LISTED AS   *
      **      NOT SEARCHED.  DD PRQRPT IS THE DISCLOSURE REPORT -      *
      **      THE SUBJECT AS RESOLVED, EVERY MATCHING RECORD IN FULL   *
      **      AND A PER-FILE COUNT.                                    *
      **                                                               *
      **      ERASE MODE WRITES EACH RECORD'S REMOVAL FOR THE PATH     *
      **      THAT ALREADY MAINTAINS ITS FILE:                         *
      **        CUSTXREF  AN "R" TRANSACTION ON DD XRFTRAN FOR         *
      **                  CUSTXMNT.                                    *
      **        MASTEXT   A "D" TRANSACTION ON DD TRANFILE FOR         *
      **                  MRECUPDT, IN ONE BATCH UNDER SOURCE PRIVREQ  *
      **                  WITH ITS HEADER AND CONTROL TRAILER.         *
      **        CUSTEXT   AN ENTRY ON DD ERASLIST, IN THE SUPPLIST     *
      **        MAILEXT   LAYOUT - MAILSUPP RUN WITH ERASLIST AS ITS   *
      **                  SUPPLIST DROPS THE RECORDS FROM THE          *
      **                  EXTRACTS.                                    *
      **      RETTRACK, CAMPIECE, RESPLOG AND A CONTACT SLOT HAVE NO   *
      **      REMOVAL PATH; THEY ARE LISTED FOR REMOVAL BY HAND.       *
      **      A RECORD UNDER LEGAL HOLD IS EXCLUDED, WITH ITS REASON:  *
      **        AN OPEN ACCOUNT (REC_TYPE NOT THE CLOSED VALUE), OR    *
      **        A CLOSED ONE STILL CARRYING A BALANCE - AND EVERY      *
      **        RECORD OF A NAME/ADDRESS LINKED TO SUCH AN ACCOUNT,    *
      **        SINCE WE MUST STILL BE ABLE TO REACH ITS OWNER.        *
      **        MASTER HISTORY, KEPT UNDER RECORD RETENTION.           *
      **        A SUPPRESSION ENTRY - REMOVING IT WOULD START THE      *
      **        MAIL AGAIN.                                            *
      **        A LINK CUSTXMNT HAS ALREADY REMOVED - ITS "X" ROW IS   *
      **        THE MAINTENANCE TRAIL.                                 *
      **                                                               *
      **      BOTH MODES APPEND TO THE PERMANENT REQUEST LOG ON DD     *
      **      PRIVLOG (PRIVLOG.cpy): A ROW PER RECORD FOUND AND A      *
      **      CLOSING ROW FOR THE REQUEST.  THE SUBMITTING ANALYST     *
      **      MUST HOLD THE PRIVREQ FUNCTION ON DD AUTHTAB (AUTHWS/    *
      **      AUTHCK) - THE REPORT DISCLOSES EVERYTHING WE HOLD.       *
      **                                                               *
      **      RETURN-CODE 04 - A FILE WAS NOT PRESENTED, NOTHING WAS   *
      **      FOUND, A CONTACT SLOT MATCHED ON NAME ONLY, OR (ERASE)   *
      **      A RECORD IS HELD OR MUST BE REMOVED BY HAND.             *
      **      RETURN-CODE 16 - PRQPRM MISSING OR INVALID, ANALYST      *
      **      NOT AUTHORIZED, A FILE COULD NOT BE OPENED OR WRITTEN,   *
      **      OR A TABLE OVERFLOWED - THE REQUEST IS INCOMPLETE AND    *
      **      ITS ERASE OUTPUTS MUST NOT BE APPLIED.                   *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   READ THE WIDENED-AMOUNT MASTER (DD          *
      **                   MASTEXTW, MASTRECW) WHEN PRESENT, ELSE DD   *
      **                   MASTEXT, THROUGH THE SHARED                 *
      **                   MASTWWS/MASTWNR EITHER-LAYOUT READ.         *
      **  2026/10/15 DAO   CLOSE BCHREG AND PRIVLOG AGAIN WHEN NOT     *
      **                   PRESENTED, SO THE FIRST ERASE REQUEST CAN   *
      **                   CREATE PRIVLOG.                             *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVREQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRQPRM-FILE   ASSIGN TO "PRQPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-PRQPRM-STATUS.
      *> EVERY FILE SEARCHED IS OPTIONAL - ONE NOT PRESENTED IS
      *> REPORTED AS NOT SEARCHED RATHER THAN FAILING THE REQUEST.
           SELECT OPTIONAL CUSTXREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
           SELECT OPTIONAL MASTEXT-FILE ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
      *> OPTIONAL - THE WIDENED-AMOUNT MASTER (MASTRECW.cpy).  WHEN
      *> IT IS PRESENT THE RUN READS IT INSTEAD OF DD MASTEXT - SEE
      *> MASTWWS.cpy.
           SELECT OPTIONAL MASTEXTW-FILE ASSIGN TO "MASTEXTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT OPTIONAL MASTHIST-FILE ASSIGN TO "MASTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
           SELECT OPTIONAL CUSTEXT-FILE ASSIGN TO "CUSTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
           SELECT OPTIONAL MAILEXT-FILE ASSIGN TO "MAILEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
           SELECT OPTIONAL RETTRACK-FILE ASSIGN TO "RETTRACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
           SELECT OPTIONAL CAMPIECE-FILE ASSIGN TO "CAMPIECE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
           SELECT OPTIONAL RESPLOG-FILE ASSIGN TO "RESPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
           SELECT OPTIONAL SUPPLIST-FILE ASSIGN TO "SUPPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
           SELECT PRQRPT-FILE   ASSIGN TO "PRQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-PRQRPT-STATUS.
      *> OPTIONAL - MRECUPDT'S BATCH REGISTER, READ ONLY, FOR THE
      *> HIGHEST PRIVREQ BATCH NUMBER ALREADY APPLIED.
           SELECT OPTIONAL BCHREG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-IN-STATUS.
      *> OPTIONAL - THE FIRST REQUEST EVER CREATES THE LOG; EVERY
      *> REQUEST AFTER EXTENDS IT.
           SELECT OPTIONAL PRIVLOG-FILE ASSIGN TO "PRIVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-PRIVLOG-STATUS.
      *> THE ERASE-MODE REMOVALS, ONE DD PER MAINTENANCE PATH.
           SELECT ERASLIST-FILE ASSIGN TO "ERASLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-ERASLIST-STATUS.
           SELECT XRFTRAN-FILE  ASSIGN TO "XRFTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-XRFTRAN-STATUS.
      *> RECORD-SEQUENTIAL - THE MRECUPDT TRANSACTION CARRIES COMP
      *> AND COMP-3 FIELDS.
           SELECT TRANFILE-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRQ-TRANFILE-STATUS.
      *> THE ANALYST AUTHORIZATION TABLE AND VIOLATION LOG - SEE
      *> AUTHWS.cpy FOR THE STARTUP CHECK THESE SERVE.
           SELECT AUTHTAB-FILE ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-TAB-STATUS.
           SELECT OPTIONAL AUTHVIO-FILE ASSIGN TO "AUTHVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-VIO-STATUS.
      *> THE SUITE EXTRACT-ACCESS LOG - SEE ACCLOGWS.cpy.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRQPRM-FILE.
       01  PRQPRM-RECORD.
           05  PRQ-PARM-MODE               PIC X(01).
               88  PRQ-PARM-ACCESS         VALUE "A".
               88  PRQ-PARM-ERASE          VALUE "E".
           05  PRQ-PARM-REQUEST-ID         PIC X(10).
           05  PRQ-PARM-CLOSED-TYPE        PIC X(01).
           05  PRQ-PARM-ACCOUNT            PIC X(09).
           05  PRQ-PARM-NAME               PIC X(23).
           05  PRQ-PARM-STREET             PIC X(20).
           05  PRQ-PARM-CITY               PIC X(17).
           05  PRQ-PARM-STATE              PIC X(02).
           05  PRQ-PARM-ZIP                PIC X(05).
       FD  CUSTXREF-FILE.
       COPY CUSTXREF.
       FD  MASTEXT-FILE.
       01  MASTEXT-RECORD                  PIC X(37).
       FD  MASTEXTW-FILE.
       01  MASTEXTW-RECORD                 PIC X(39).
       FD  MASTHIST-FILE.
       COPY MASTHREC.
       FD  CUSTEXT-FILE.
       COPY CUSTREC.
       FD  MAILEXT-FILE.
       COPY MAILREC.
       FD  RETTRACK-FILE.
       COPY RETTRACK.
       FD  CAMPIECE-FILE.
       COPY CAMPREC.
       FD  RESPLOG-FILE.
       COPY RESPREC.
      *> THE DO-NOT-MAIL LIST LAYOUT MAILSUPP READS - SEE MAILSUPP.
       FD  SUPPLIST-FILE.
       01  SUPPLIST-RECORD.
           05  PRQ-SUP-NAME                PIC X(30).
           05  PRQ-SUP-STREET              PIC X(20).
           05  PRQ-SUP-CITY                PIC X(17).
           05  PRQ-SUP-STATE               PIC X(02).
           05  PRQ-SUP-ZIP                 PIC X(05).
       FD  PRQRPT-FILE.
       01  PRQRPT-RECORD                   PIC X(100).
       FD  BCHREG-FILE.
       COPY BCHREGRC.
       FD  PRIVLOG-FILE.
       COPY PRIVLOG.
      *> THE SAME LAYOUT AS SUPPLIST ABOVE, SO MAILSUPP CAN READ IT
      *> ON ITS OWN SUPPLIST DD.
       FD  ERASLIST-FILE.
       01  ERASLIST-RECORD.
           05  PRQ-ERS-NAME                PIC X(30).
           05  PRQ-ERS-STREET              PIC X(20).
           05  PRQ-ERS-CITY                PIC X(17).
           05  PRQ-ERS-STATE               PIC X(02).
           05  PRQ-ERS-ZIP                 PIC X(05).
      *> THE TRANSACTION LAYOUT CUSTXMNT READS ON ITS OWN DD
      *> XRFTRAN - SEE CUSTXMNT.
       FD  XRFTRAN-FILE.
       01  XRFTRAN-RECORD.
           05  PRQ-XT-ACTION               PIC X(01).
           05  PRQ-XT-NAME                 PIC X(23).
           05  PRQ-XT-ACCOUNT              PIC X(09).
           05  PRQ-XT-STREET               PIC X(20).
           05  PRQ-XT-CITY                 PIC X(17).
           05  PRQ-XT-STATE                PIC X(02).
           05  PRQ-XT-ZIP                  PIC 9(05).
      *> THE TRANSACTION LAYOUT MRECUPDT READS ON ITS OWN DD
      *> TRANFILE - SEE MRECUPDT.
       FD  TRANFILE-FILE.
       01  PRQ-TRAN-RECORD.
           05  PRQ-TRAN-ACTION             PIC X(01).
           05  PRQ-TRAN-IMAGE              PIC X(37).
           05  PRQ-TRAN-REASON             PIC X(02).
      *> THE BATCH HEADER AND TRAILER - SEE TRANBCTL.cpy.
       COPY TRANBCTL.
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  AUTHVIO-FILE.
       COPY AUTHVREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED AUTHORIZATION-CHECK WORK FIELDS - SEE AUTHWS.cpy.
       COPY AUTHWS.
      *> THE SHARED EXTRACT-ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE MASTER RECORD IN EITHER LAYOUT - SEE MASTWWS.cpy.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  PRQ-PRQPRM-STATUS               PIC XX.
           88  PRQ-PRQPRM-OK               VALUE "00".
      *> ONE STATUS SERVES THE INPUT FILES, OPENED ONE AT A TIME.
      *> "05" IS AN OPTIONAL FILE NOT PRESENTED.
       01  PRQ-IN-STATUS                   PIC XX.
           88  PRQ-IN-OK                   VALUE "00".
           88  PRQ-IN-ABSENT               VALUE "05".
       01  PRQ-PRQRPT-STATUS               PIC XX.
           88  PRQ-PRQRPT-OK               VALUE "00".
       01  PRQ-PRQRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  PRQ-PRQRPT-OPENED           VALUE "Y".
      *> "05" IS OPTIONAL-FILE-CREATED - THE FIRST REQUEST EVER.
       01  PRQ-PRIVLOG-STATUS              PIC XX.
           88  PRQ-PRIVLOG-OK              VALUE "00" "05".
       01  PRQ-PRIVLOG-OPENED-SW           PIC X(01)       VALUE "N".
           88  PRQ-PRIVLOG-OPENED          VALUE "Y".
       01  PRQ-ERASLIST-STATUS             PIC XX.
           88  PRQ-ERASLIST-OK             VALUE "00".
       01  PRQ-XRFTRAN-STATUS              PIC XX.
           88  PRQ-XRFTRAN-OK              VALUE "00".
       01  PRQ-TRANFILE-STATUS             PIC XX.
           88  PRQ-TRANFILE-OK             VALUE "00".
       01  PRQ-ERASE-OPENED-SW             PIC X(01)       VALUE "N".
           88  PRQ-ERASE-OPENED            VALUE "Y".
       01  PRQ-EOF-SW                      PIC X(01)       VALUE "N".
           88  PRQ-EOF                     VALUE "Y".
       01  PRQ-HALTED-SW                   PIC X(01)       VALUE "N".
           88  PRQ-HALTED                  VALUE "Y".
       01  PRQ-RESOLVED-SW                 PIC X(01)       VALUE "N".
           88  PRQ-RESOLVED                VALUE "Y".
       01  PRQ-LOG-FAILED-SW               PIC X(01)       VALUE "N".
           88  PRQ-LOG-FAILED              VALUE "Y".
       01  PRQ-MODE-TXT                    PIC X(06)       VALUE SPACES.
       01  PRQ-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  PRQ-RUN-TIME                    PIC 9(08)       VALUE 0.
      *> ------------------------ FILE TABLE ---------------------------
      *> ONE ROW PER FILE SEARCHED, IN SEARCH ORDER - THE ROW NUMBERS
      *> ARE FIXED AND EACH SEARCH PARAGRAPH NAMES ITS OWN.  STATE
      *> "S" SEARCHED, "N" NOT PRESENTED.
       01  PRQ-FL-STR.
           05  FILLER  PIC X(08) VALUE "CUSTXREF".
           05  FILLER  PIC X(08) VALUE "MASTEXT ".
           05  FILLER  PIC X(08) VALUE "MASTHIST".
           05  FILLER  PIC X(08) VALUE "CUSTEXT ".
           05  FILLER  PIC X(08) VALUE "MAILEXT ".
           05  FILLER  PIC X(08) VALUE "RETTRACK".
           05  FILLER  PIC X(08) VALUE "CAMPIECE".
           05  FILLER  PIC X(08) VALUE "RESPLOG ".
           05  FILLER  PIC X(08) VALUE "SUPPLIST".
       01  PRQ-FL-NAMES REDEFINES PRQ-FL-STR.
           05  PRQ-FL-DD                   PIC X(08) OCCURS 9 TIMES.
       01  PRQ-FL-CNT                      PIC 9(02) COMP  VALUE 9.
       01  PRQ-FL-TAB.
           05  PRQ-FL-ENTRY                OCCURS 9 TIMES.
               10  PRQ-FL-STATE            PIC X(01).
                   88  PRQ-FL-SEARCHED     VALUE "S".
                   88  PRQ-FL-ABSENT       VALUE "N".
               10  PRQ-FL-READ-CNT         PIC 9(09).
               10  PRQ-FL-HIT-CNT          PIC 9(07).
       01  PRQ-FX                          PIC 9(02) COMP  VALUE 0.
      *> ------------------------ THE SUBJECT --------------------------
      *> EVERY NAME AND ADDRESS THE SUBJECT IS KNOWN BY, WITH THE
      *> HELD ACCOUNT (IF ANY) IT IS LINKED TO.
       01  PRQ-ID-MAX                      PIC 9(04) COMP  VALUE 50.
       01  PRQ-ID-CNT                      PIC 9(04) COMP  VALUE 0.
       01  PRQ-ID-TAB.
           05  PRQ-ID-ENTRY                OCCURS 50 TIMES.
               10  PRQ-ID-NAME             PIC X(23).
               10  PRQ-ID-STREET           PIC X(20).
               10  PRQ-ID-CITY             PIC X(17).
               10  PRQ-ID-STATE            PIC X(02).
               10  PRQ-ID-ZIP              PIC X(05).
               10  PRQ-ID-HELD-SW          PIC X(01).
                   88  PRQ-ID-HELD         VALUE "Y".
               10  PRQ-ID-HOLD-ACCT        PIC X(09).
       01  PRQ-IX                          PIC 9(04) COMP  VALUE 0.
       01  PRQ-ID-HIT                      PIC 9(04) COMP  VALUE 0.
      *> EVERY ACCOUNT THE SUBJECT HOLDS, AND - ERASE MODE - WHETHER
      *> THE MASTER SAYS IT IS UNDER HOLD.
       01  PRQ-AC-MAX                      PIC 9(04) COMP  VALUE 50.
       01  PRQ-AC-CNT                      PIC 9(04) COMP  VALUE 0.
       01  PRQ-AC-TAB.
           05  PRQ-AC-ENTRY                OCCURS 50 TIMES.
               10  PRQ-AC-NO               PIC X(09).
               10  PRQ-AC-HELD-SW          PIC X(01).
                   88  PRQ-AC-HELD         VALUE "Y".
       01  PRQ-AX                          PIC 9(04) COMP  VALUE 0.
       01  PRQ-AC-HIT                      PIC 9(04) COMP  VALUE 0.
      *> THE WHOLE CROSS-REFERENCE, EACH LINK MARKED ONCE IT IS
      *> FOUND TO BELONG TO THE SUBJECT.
       01  PRQ-XR-MAX                      PIC 9(04) COMP  VALUE 2000.
       01  PRQ-XR-CNT                      PIC 9(04) COMP  VALUE 0.
       01  PRQ-XR-TAB.
           05  PRQ-XR-ENTRY                OCCURS 2000 TIMES.
               10  PRQ-XR-NAME             PIC X(23).
               10  PRQ-XR-STREET           PIC X(20).
               10  PRQ-XR-CITY             PIC X(17).
               10  PRQ-XR-STATE            PIC X(02).
               10  PRQ-XR-ZIP              PIC 9(05).
               10  PRQ-XR-ACCOUNT          PIC X(09).
               10  PRQ-XR-STATUS           PIC X(01).
               10  PRQ-XR-MATCH            PIC X(01).
               10  PRQ-XR-IN-SW            PIC X(01).
                   88  PRQ-XR-IN           VALUE "Y".
       01  PRQ-XX                          PIC 9(04) COMP  VALUE 0.
       01  PRQ-ADDED-CNT                   PIC 9(04) COMP  VALUE 0.
      *> THE SUBJECT'S CAMPAIGN PIECES, FOR THE RESPLOG PASS.
       01  PRQ-PC-MAX                      PIC 9(04) COMP  VALUE 500.
       01  PRQ-PC-CNT                      PIC 9(04) COMP  VALUE 0.
       01  PRQ-PC-TAB.
           05  PRQ-PC-ENTRY                OCCURS 500 TIMES.
               10  PRQ-PC-CAMPAIGN         PIC X(08).
               10  PRQ-PC-SEQ              PIC 9(07).
               10  PRQ-PC-ID               PIC 9(04) COMP.
       01  PRQ-PX                          PIC 9(04) COMP  VALUE 0.
       01  PRQ-PC-HIT                      PIC 9(04) COMP  VALUE 0.
       01  PRQ-CX                          PIC 9(02) COMP  VALUE 0.
      *> ------------------------ MATCH WORK ---------------------------
      *> A CANDIDATE RECORD'S NAME AND ADDRESS, WIDENED TO THE SAME
      *> WIDTHS MAILSUPP COMPARES AT.  THE RULE IS "A" NAME AND FULL
      *> ADDRESS, "Z" NAME AND ZIP, "N" NAME ONLY.
       01  PRQ-CND-NAME                    PIC X(30)       VALUE SPACES.
       01  PRQ-CND-STREET                  PIC X(20)       VALUE SPACES.
       01  PRQ-CND-CITY                    PIC X(17)       VALUE SPACES.
       01  PRQ-CND-STATE                   PIC X(02)       VALUE SPACES.
       01  PRQ-CND-ZIP                     PIC X(05)       VALUE SPACES.
       01  PRQ-CND-ACCOUNT                 PIC X(09)       VALUE SPACES.
       01  PRQ-MATCH-RULE                  PIC X(01)       VALUE "A".
      *> ------------------------ ONE HIT ------------------------------
       01  PRQ-ACT-CD                      PIC X(01)       VALUE SPACE.
           88  PRQ-ACT-DISCLOSE            VALUE "D".
           88  PRQ-ACT-REMOVE              VALUE "R".
           88  PRQ-ACT-HOLD                VALUE "H".
           88  PRQ-ACT-MANUAL              VALUE "M".
       01  PRQ-ACT-TXT                     PIC X(08)       VALUE SPACES.
       01  PRQ-REASON                      PIC X(40)       VALUE SPACES.
       01  PRQ-DETAIL                      PIC X(82)       VALUE SPACES.
       01  PRQ-KEY                         PIC X(60)       VALUE SPACES.
       01  PRQ-AMT-TXT                     PIC -(9)9.99.
      *> WHETHER THE MASTER RECORD IN HAND CARRIED A READABLE BALANCE,
      *> TESTED ON THE LAYOUT IT CAME IN.
       01  PRQ-MAST-AMT-SW                 PIC X(01)       VALUE "N".
           88  PRQ-MAST-AMT-OK             VALUE "Y".
      *> -------------------- MRECUPDT BATCH --------------------------
       01  PRQ-BATCH-NO                    PIC 9(06)       VALUE 0.
       01  PRQ-HIGH-BATCH-NO               PIC 9(06)       VALUE 0.
       01  PRQ-BATCH-OPEN-SW               PIC X(01)       VALUE "N".
           88  PRQ-BATCH-OPEN              VALUE "Y".
       01  PRQ-ACC-HASH                    PIC 9(15)       COMP-3
                                                           VALUE 0.
       01  PRQ-ACC-AMOUNT                  PIC S9(11)V99   COMP-3
                                                           VALUE 0.
       01  PRQ-HASH-ACCOUNT                PIC X(09)       VALUE SPACES.
       01  PRQ-HASH-ACCOUNT-NUM REDEFINES PRQ-HASH-ACCOUNT
                                           PIC 9(09).
      *> ------------------------ COUNTS -------------------------------
       01  PRQ-FOUND-CNT                   PIC 9(05)       VALUE 0.
       01  PRQ-DISCLOSED-CNT               PIC 9(05)       VALUE 0.
       01  PRQ-REMOVE-CNT                  PIC 9(05)       VALUE 0.
       01  PRQ-HELD-CNT                    PIC 9(05)       VALUE 0.
       01  PRQ-MANUAL-CNT                  PIC 9(05)       VALUE 0.
       01  PRQ-NAME-ONLY-CNT               PIC 9(05)       VALUE 0.
       01  PRQ-ERS-CNT                     PIC 9(05)       VALUE 0.
       01  PRQ-XRT-CNT                     PIC 9(05)       VALUE 0.
       01  PRQ-DEL-CNT                     PIC 9(05)       VALUE 0.
       01  PRQ-ABSENT-CNT                  PIC 9(02)       VALUE 0.
       01  PRQ-CNT-TXT                     PIC ZZZZZZZZ9.
       01  PRQ-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "PRIVREQ" TO AUT-WS-FUNCTION
           MOVE "CUSTOMER AND MASTER FILES" TO AUT-WS-TARGET
           PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
           IF AUT-WS-DENIED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-XREF THRU 1100-EXIT
           PERFORM 1200-RESOLVE-SUBJECT THRU 1200-EXIT
           PERFORM 1300-NEXT-BATCH-NO THRU 1300-EXIT
           PERFORM 1400-OPEN-OUTPUTS THRU 1400-EXIT
           PERFORM 1500-WRITE-HEADING THRU 1500-EXIT
           PERFORM 2000-SEARCH-MASTER THRU 2000-EXIT
           PERFORM 2100-MARK-HELD-IDENTITY THRU 2100-EXIT
               VARYING PRQ-XX FROM 1 BY 1
               UNTIL PRQ-XX > PRQ-XR-CNT
           PERFORM 2200-REPORT-XREF THRU 2200-EXIT
           PERFORM 2300-SEARCH-HISTORY THRU 2300-EXIT
           PERFORM 2400-SEARCH-CUSTEXT THRU 2400-EXIT
           PERFORM 2500-SEARCH-MAILEXT THRU 2500-EXIT
           PERFORM 2600-SEARCH-RETTRACK THRU 2600-EXIT
           PERFORM 2700-SEARCH-CAMPIECE THRU 2700-EXIT
           PERFORM 2800-SEARCH-RESPLOG THRU 2800-EXIT
           PERFORM 2900-SEARCH-SUPPLIST THRU 2900-EXIT
           PERFORM 3350-CLOSE-MASTER-BATCH THRU 3350-EXIT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 5000-CLOSE-REQUEST-LOG THRU 5000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PRQ-RUN-TIME FROM TIME
           MOVE SPACES TO PRQ-FL-TAB
           OPEN INPUT PRQPRM-FILE
           IF NOT PRQ-PRQPRM-OK
               DISPLAY "PRIVREQ - UNABLE TO OPEN PRQPRM, STATUS="
                   PRQ-PRQPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           READ PRQPRM-FILE
               AT END
                   MOVE "PRQPRM IS EMPTY" TO PRQ-REASON
           END-READ
           CLOSE PRQPRM-FILE
           IF PRQ-REASON NOT = SPACES
               GO TO 1000-BAD-PARM
           END-IF
           EVALUATE TRUE
               WHEN NOT PRQ-PARM-ACCESS AND NOT PRQ-PARM-ERASE
                   MOVE "MODE MUST BE A OR E" TO PRQ-REASON
               WHEN PRQ-PARM-REQUEST-ID = SPACES
                   MOVE "NO REQUEST ID" TO PRQ-REASON
               WHEN PRQ-PARM-ACCOUNT = SPACES
                   AND PRQ-PARM-NAME = SPACES
                   MOVE "NO ACCOUNT_NO OR NAME TO SEARCH FOR"
                       TO PRQ-REASON
               WHEN PRQ-PARM-NAME NOT = SPACES
                   AND (PRQ-PARM-STREET = SPACES
                   OR PRQ-PARM-CITY = SPACES
                   OR PRQ-PARM-STATE = SPACES
                   OR PRQ-PARM-ZIP NOT NUMERIC)
                   MOVE "A NAME NEEDS ITS FULL ADDRESS" TO PRQ-REASON
               WHEN PRQ-PARM-ERASE
                   AND PRQ-PARM-CLOSED-TYPE = SPACE
                   MOVE "ERASE NEEDS THE CLOSED-ACCOUNT REC_TYPE"
                       TO PRQ-REASON
           END-EVALUATE
           IF PRQ-REASON NOT = SPACES
               GO TO 1000-BAD-PARM
           END-IF
           IF PRQ-PARM-ERASE
               MOVE "ERASE " TO PRQ-MODE-TXT
           ELSE
               MOVE "ACCESS" TO PRQ-MODE-TXT
           END-IF
           OPEN OUTPUT PRQRPT-FILE
           IF NOT PRQ-PRQRPT-OK
               DISPLAY "PRIVREQ - UNABLE TO OPEN PRQRPT, STATUS="
                   PRQ-PRQRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PRQ-PRQRPT-OPENED-SW
      *> THE SUBJECT STARTS AS THE CARD GIVES IT.
           IF PRQ-PARM-NAME NOT = SPACES
               MOVE PRQ-PARM-NAME   TO PRQ-CND-NAME
               MOVE PRQ-PARM-STREET TO PRQ-CND-STREET
               MOVE PRQ-PARM-CITY   TO PRQ-CND-CITY
               MOVE PRQ-PARM-STATE  TO PRQ-CND-STATE
               MOVE PRQ-PARM-ZIP    TO PRQ-CND-ZIP
               PERFORM 3150-ADD-IDENTITY THRU 3150-EXIT
           END-IF
           IF PRQ-PARM-ACCOUNT NOT = SPACES
               MOVE PRQ-PARM-ACCOUNT TO PRQ-CND-ACCOUNT
               PERFORM 3250-ADD-ACCOUNT THRU 3250-EXIT
           END-IF
           GO TO 1000-EXIT.
       1000-BAD-PARM.
           DISPLAY "PRIVREQ - PRQPRM REJECTED - " PRQ-REASON
           PERFORM 1900-HALT-RUN THRU 1900-EXIT.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-XREF.
           IF PRQ-HALTED
               GO TO 1100-EXIT
           END-IF
           MOVE 1 TO PRQ-FX
           PERFORM 1050-OPEN-INPUT THRU 1050-EXIT
           IF NOT PRQ-FL-SEARCHED(PRQ-FX)
               GO TO 1100-EXIT
           END-IF
           OPEN INPUT CUSTXREF-FILE
           PERFORM 1110-LOAD-ONE-LINK THRU 1110-EXIT
               UNTIL PRQ-EOF
           CLOSE CUSTXREF-FILE.
       1100-EXIT.
           EXIT.
      *
       1110-LOAD-ONE-LINK.
           READ CUSTXREF-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           ADD 1 TO PRQ-FL-READ-CNT(1)
           IF PRQ-XR-CNT >= PRQ-XR-MAX
               DISPLAY "PRIVREQ - CUSTXREF HOLDS MORE THAN THE "
                   "2000-LINK TABLE"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO PRQ-XR-CNT
           MOVE CXR-CUSTOMER-NAME  TO PRQ-XR-NAME(PRQ-XR-CNT)
           MOVE CXR-STREET-ADDRESS TO PRQ-XR-STREET(PRQ-XR-CNT)
           MOVE CXR-CITY           TO PRQ-XR-CITY(PRQ-XR-CNT)
           MOVE CXR-STATE          TO PRQ-XR-STATE(PRQ-XR-CNT)
           MOVE CXR-ZIP            TO PRQ-XR-ZIP(PRQ-XR-CNT)
           MOVE CXR-ACCOUNT-NO     TO PRQ-XR-ACCOUNT(PRQ-XR-CNT)
           MOVE CXR-STATUS         TO PRQ-XR-STATUS(PRQ-XR-CNT)
           MOVE CXR-MATCH-CD       TO PRQ-XR-MATCH(PRQ-XR-CNT)
           MOVE "N"                TO PRQ-XR-IN-SW(PRQ-XR-CNT).
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-OPEN-INPUT - PROBES THE OPTIONAL FILE ON ROW PRQ-FX OF   *
      *  THE FILE TABLE.  ONE NOT PRESENTED IS MARKED AND SKIPPED; ONE *
      *  PRESENTED BUT UNREADABLE HALTS THE REQUEST, SINCE A SEARCH    *
      *  THAT SILENTLY MISSED A FILE IS WORSE THAN NONE.  THE CALLER   *
      *  OPENS THE FILE ITSELF WHEN THE ROW COMES BACK SEARCHED.       *
      ******************************************************************
       1050-OPEN-INPUT.
           MOVE "N" TO PRQ-EOF-SW
           EVALUATE PRQ-FX
               WHEN 1
                   OPEN INPUT CUSTXREF-FILE
               WHEN 2
                   OPEN INPUT MASTEXT-FILE
               WHEN 3
                   OPEN INPUT MASTHIST-FILE
               WHEN 4
                   OPEN INPUT CUSTEXT-FILE
               WHEN 5
                   OPEN INPUT MAILEXT-FILE
               WHEN 6
                   OPEN INPUT RETTRACK-FILE
               WHEN 7
                   OPEN INPUT CAMPIECE-FILE
               WHEN 8
                   OPEN INPUT RESPLOG-FILE
               WHEN 9
                   OPEN INPUT SUPPLIST-FILE
           END-EVALUATE
           EVALUATE TRUE
               WHEN PRQ-IN-ABSENT
                   MOVE "N" TO PRQ-FL-STATE(PRQ-FX)
               WHEN PRQ-IN-OK
                   MOVE "S" TO PRQ-FL-STATE(PRQ-FX)
               WHEN OTHER
                   DISPLAY "PRIVREQ - UNABLE TO OPEN " PRQ-FL-DD(PRQ-FX)
                       ", STATUS=" PRQ-IN-STATUS
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-EVALUATE
           EVALUATE PRQ-FX
               WHEN 1
                   CLOSE CUSTXREF-FILE
               WHEN 2
                   CLOSE MASTEXT-FILE
               WHEN 3
                   CLOSE MASTHIST-FILE
               WHEN 4
                   CLOSE CUSTEXT-FILE
               WHEN 5
                   CLOSE MAILEXT-FILE
               WHEN 6
                   CLOSE RETTRACK-FILE
               WHEN 7
                   CLOSE CAMPIECE-FILE
               WHEN 8
                   CLOSE RESPLOG-FILE
               WHEN 9
                   CLOSE SUPPLIST-FILE
           END-EVALUATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-RESOLVE-SUBJECT - PASSES OVER THE CROSS-REFERENCE UNTIL  *
      *  ONE ADDS NOTHING.  A LINK BELONGS TO THE SUBJECT WHEN ITS     *
      *  NAME AND ADDRESS OR ITS ACCOUNT ALREADY DOES, AND THEN        *
      *  BRINGS IN WHICHEVER HALF WAS NOT YET KNOWN.                   *
      ******************************************************************
       1200-RESOLVE-SUBJECT.
           IF PRQ-HALTED
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO PRQ-RESOLVED-SW
           PERFORM 1210-XREF-PASS THRU 1210-EXIT
               UNTIL PRQ-RESOLVED.
       1200-EXIT.
           EXIT.
      *
       1210-XREF-PASS.
           MOVE 0 TO PRQ-ADDED-CNT
           PERFORM 1220-CHECK-ONE-LINK THRU 1220-EXIT
               VARYING PRQ-XX FROM 1 BY 1
               UNTIL PRQ-XX > PRQ-XR-CNT
           IF PRQ-ADDED-CNT = 0 OR PRQ-HALTED
               MOVE "Y" TO PRQ-RESOLVED-SW
           END-IF.
       1210-EXIT.
           EXIT.
      *
       1220-CHECK-ONE-LINK.
           IF PRQ-XR-IN(PRQ-XX) OR PRQ-HALTED
               GO TO 1220-EXIT
           END-IF
           MOVE PRQ-XR-ACCOUNT(PRQ-XX) TO PRQ-CND-ACCOUNT
           PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
           MOVE PRQ-XR-NAME(PRQ-XX)   TO PRQ-CND-NAME
           MOVE PRQ-XR-STREET(PRQ-XX) TO PRQ-CND-STREET
           MOVE PRQ-XR-CITY(PRQ-XX)   TO PRQ-CND-CITY
           MOVE PRQ-XR-STATE(PRQ-XX)  TO PRQ-CND-STATE
           MOVE PRQ-XR-ZIP(PRQ-XX)    TO PRQ-CND-ZIP
           MOVE "A" TO PRQ-MATCH-RULE
           PERFORM 3100-FIND-IDENTITY THRU 3100-EXIT
           IF PRQ-AC-HIT = 0 AND PRQ-ID-HIT = 0
               GO TO 1220-EXIT
           END-IF
           MOVE "Y" TO PRQ-XR-IN-SW(PRQ-XX)
           ADD 1 TO PRQ-ADDED-CNT
           IF PRQ-AC-HIT = 0
               PERFORM 3250-ADD-ACCOUNT THRU 3250-EXIT
           END-IF
           IF PRQ-ID-HIT = 0
               PERFORM 3150-ADD-IDENTITY THRU 3150-EXIT
           END-IF.
       1220-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-NEXT-BATCH-NO - AN ERASE REQUEST'S MASTER DELETES GO OUT *
      *  AS ONE MRECUPDT BATCH UNDER SOURCE PRIVREQ, NUMBERED ONE PAST *
      *  THE HIGHEST EITHER MRECUPDT'S REGISTER OR OUR OWN LOG HAS     *
      *  SEEN - THE LOG COVERS A BATCH WRITTEN BUT NOT YET APPLIED.    *
      ******************************************************************
       1300-NEXT-BATCH-NO.
           IF PRQ-HALTED OR NOT PRQ-PARM-ERASE
               GO TO 1300-EXIT
           END-IF
      *> AN OPTIONAL FILE NOT PRESENTED STILL OPENS ("05") AND IS
      *> CLOSED AGAIN, OR THE OPEN EXTEND AT 1400 WOULD FIND IT OPEN.
           OPEN INPUT BCHREG-FILE
           IF PRQ-IN-OK
               MOVE "N" TO PRQ-EOF-SW
               PERFORM 1310-SCAN-ONE-REGISTER-ROW THRU 1310-EXIT
                   UNTIL PRQ-EOF
               CLOSE BCHREG-FILE
           END-IF
           IF PRQ-IN-ABSENT
               CLOSE BCHREG-FILE
           END-IF
           OPEN INPUT PRIVLOG-FILE
           IF PRQ-PRIVLOG-STATUS = "00"
               MOVE "N" TO PRQ-EOF-SW
               PERFORM 1320-SCAN-ONE-LOG-ROW THRU 1320-EXIT
                   UNTIL PRQ-EOF
               CLOSE PRIVLOG-FILE
           END-IF
           IF PRQ-PRIVLOG-STATUS = "05"
               CLOSE PRIVLOG-FILE
           END-IF
           COMPUTE PRQ-BATCH-NO = PRQ-HIGH-BATCH-NO + 1.
       1300-EXIT.
           EXIT.
      *
       1310-SCAN-ONE-REGISTER-ROW.
           READ BCHREG-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           IF BCR-SOURCE NOT = "PRIVREQ"
               OR BCR-BATCH-NO IS NOT NUMERIC
               GO TO 1310-EXIT
           END-IF
           IF BCR-BATCH-NO > PRQ-HIGH-BATCH-NO
               MOVE BCR-BATCH-NO TO PRQ-HIGH-BATCH-NO
           END-IF.
       1310-EXIT.
           EXIT.
      *
       1320-SCAN-ONE-LOG-ROW.
           READ PRIVLOG-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 1320-EXIT
           END-READ
           IF NOT PVL-IS-REQUEST
               OR PVL-BATCH-NO IS NOT NUMERIC
               GO TO 1320-EXIT
           END-IF
           IF PVL-BATCH-NO > PRQ-HIGH-BATCH-NO
               MOVE PVL-BATCH-NO TO PRQ-HIGH-BATCH-NO
           END-IF.
       1320-EXIT.
           EXIT.
      *
       1400-OPEN-OUTPUTS.
           IF PRQ-HALTED
               GO TO 1400-EXIT
           END-IF
           OPEN EXTEND PRIVLOG-FILE
           IF NOT PRQ-PRIVLOG-OK
               DISPLAY "PRIVREQ - UNABLE TO EXTEND PRIVLOG, STATUS="
                   PRQ-PRIVLOG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO PRQ-PRIVLOG-OPENED-SW
           IF NOT PRQ-PARM-ERASE
               GO TO 1400-EXIT
           END-IF
           OPEN OUTPUT ERASLIST-FILE
           OPEN OUTPUT XRFTRAN-FILE
           OPEN OUTPUT TRANFILE-FILE
           MOVE "Y" TO PRQ-ERASE-OPENED-SW
           IF NOT PRQ-ERASLIST-OK OR NOT PRQ-XRFTRAN-OK
               OR NOT PRQ-TRANFILE-OK
               DISPLAY "PRIVREQ - UNABLE TO OPEN ERASLIST/XRFTRAN/"
                   "TRANFILE, STATUS=" PRQ-ERASLIST-STATUS "/"
                   PRQ-XRFTRAN-STATUS "/" PRQ-TRANFILE-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1400-EXIT.
           EXIT.
      *
       1500-WRITE-HEADING.
           IF PRQ-HALTED
               GO TO 1500-EXIT
           END-IF
           MOVE SPACES TO PRQ-OUT-LINE
           STRING "PRIVACY REQUEST " PRQ-PARM-REQUEST-ID "  "
               PRQ-MODE-TXT "  RUN " PRQ-RUN-DATE "  ANALYST "
               AUT-WS-ANALYST-ID DELIMITED BY SIZE
               INTO PRQ-OUT-LINE
           END-STRING
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE
           MOVE SPACES TO PRQ-OUT-LINE
           STRING "SEARCH KEY  ACCOUNT " PRQ-PARM-ACCOUNT
               "  NAME " PRQ-PARM-NAME " " PRQ-PARM-STREET " "
               PRQ-PARM-ZIP DELIMITED BY SIZE INTO PRQ-OUT-LINE
           END-STRING
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE
           MOVE SPACES TO PRQ-OUT-LINE
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE
           MOVE "SUBJECT AS RESOLVED THROUGH CUSTXREF:"
               TO PRQ-OUT-LINE
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE
           PERFORM 1510-LIST-ONE-IDENTITY THRU 1510-EXIT
               VARYING PRQ-IX FROM 1 BY 1
               UNTIL PRQ-IX > PRQ-ID-CNT
           PERFORM 1520-LIST-ONE-ACCOUNT THRU 1520-EXIT
               VARYING PRQ-AX FROM 1 BY 1
               UNTIL PRQ-AX > PRQ-AC-CNT
           MOVE SPACES TO PRQ-OUT-LINE
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE
           MOVE "FILE     ACTION   RECORD" TO PRQ-OUT-LINE
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE.
       1500-EXIT.
           EXIT.
      *
       1510-LIST-ONE-IDENTITY.
           MOVE SPACES TO PRQ-OUT-LINE
           STRING "  NAME/ADDRESS " PRQ-ID-NAME(PRQ-IX) " "
               PRQ-ID-STREET(PRQ-IX) " " PRQ-ID-CITY(PRQ-IX) " "
               PRQ-ID-STATE(PRQ-IX) " " PRQ-ID-ZIP(PRQ-IX)
               DELIMITED BY SIZE INTO PRQ-OUT-LINE
           END-STRING
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE.
       1510-EXIT.
           EXIT.
      *
       1520-LIST-ONE-ACCOUNT.
           MOVE SPACES TO PRQ-OUT-LINE
           STRING "  ACCOUNT      " PRQ-AC-NO(PRQ-AX)
               DELIMITED BY SIZE INTO PRQ-OUT-LINE
           END-STRING
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE.
       1520-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-SEARCH-MASTER - THE SUBJECT'S ACCOUNTS.  ERASE MODE      *
      *  DECIDES EACH ONE'S HOLD HERE, BEFORE ANY OTHER FILE IS        *
      *  SEARCHED, SINCE A HELD ACCOUNT HOLDS EVERY NAME AND ADDRESS   *
      *  LINKED TO IT.                                                 *
      ******************************************************************
       2000-SEARCH-MASTER.
           IF PRQ-HALTED
               GO TO 2000-EXIT
           END-IF
           MOVE 2 TO PRQ-FX
           PERFORM 2005-OPEN-WIDE-MASTER THRU 2005-EXIT
           IF PRQ-HALTED
               GO TO 2000-EXIT
           END-IF
           IF MASTW-OLD-LAYOUT
               PERFORM 1050-OPEN-INPUT THRU 1050-EXIT
               IF NOT PRQ-FL-SEARCHED(PRQ-FX)
                   GO TO 2000-EXIT
               END-IF
               OPEN INPUT MASTEXT-FILE
           END-IF
           PERFORM 2010-CHECK-ONE-ACCOUNT THRU 2010-EXIT
               UNTIL PRQ-EOF
           IF MASTW-WIDE-LAYOUT
               CLOSE MASTEXTW-FILE
           ELSE
               CLOSE MASTEXT-FILE
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *> THE WIDENED MASTER WINS WHEN ITS DD IS PRESENT, AND ROW 2 OF
      *> THE FILE TABLE THEN CARRIES ITS DD NAME, SO THE REPORT AND
      *> THE ACCESS LOG NAME THE FILE ACTUALLY SEARCHED.  OTHERWISE
      *> THE SEARCH IS ON THE OLD LAYOUT AS ALWAYS.
       2005-OPEN-WIDE-MASTER.
           MOVE "N" TO PRQ-EOF-SW
           OPEN INPUT MASTEXTW-FILE
           IF MASTW-OK
               MOVE "W" TO MASTW-LAYOUT-SW
               MOVE "Y" TO MASTW-OPENED-SW
               MOVE "MASTEXTW" TO PRQ-FL-DD(PRQ-FX)
               MOVE "S" TO PRQ-FL-STATE(PRQ-FX)
               GO TO 2005-EXIT
           END-IF
           IF NOT MASTW-ABSENT
               DISPLAY "PRIVREQ - UNABLE TO OPEN MASTEXTW, STATUS="
                   MASTW-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2005-EXIT
           END-IF
           CLOSE MASTEXTW-FILE.
       2005-EXIT.
           EXIT.
      *
       2010-CHECK-ONE-ACCOUNT.
           IF MASTW-WIDE-LAYOUT
               READ MASTEXTW-FILE INTO MASTER-REC-W
                   AT END
                       MOVE "Y" TO PRQ-EOF-SW
               END-READ
           ELSE
               READ MASTEXT-FILE INTO MASTER_REC
                   AT END
                       MOVE "Y" TO PRQ-EOF-SW
               END-READ
           END-IF
           IF PRQ-EOF
               GO TO 2010-EXIT
           END-IF
           MOVE "Y" TO PRQ-MAST-AMT-SW
           IF MASTW-WIDE-LAYOUT
               IF MW-AMOUNT IS NOT NUMERIC
                   MOVE "N" TO PRQ-MAST-AMT-SW
               END-IF
           ELSE
               IF AMOUNT OF MASTER_REC IS NOT NUMERIC
                   MOVE "N" TO PRQ-MAST-AMT-SW
               END-IF
           END-IF
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           IF NOT PRQ-MAST-AMT-OK
               MOVE 0 TO MASTW-AMOUNT
           END-IF
           ADD 1 TO PRQ-FL-READ-CNT(2)
           MOVE ACCOUNT_NO TO PRQ-CND-ACCOUNT
           PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
           IF PRQ-AC-HIT = 0
               GO TO 2010-EXIT
           END-IF
           MOVE MASTW-AMOUNT TO PRQ-AMT-TXT
           MOVE SPACES TO PRQ-DETAIL
           STRING "ACCOUNT " ACCOUNT_NO " REC_TYPE " REC_TYPE
               " ACT_TYPE " ACT_TYPE " AMOUNT " PRQ-AMT-TXT
               " MASTER-DATE " YYMMDD DELIMITED BY SIZE
               INTO PRQ-DETAIL
           END-STRING
           MOVE SPACES TO PRQ-KEY
           STRING "ACCOUNT_NO " ACCOUNT_NO DELIMITED BY SIZE
               INTO PRQ-KEY
           END-STRING
           MOVE SPACES TO PRQ-REASON
           EVALUATE TRUE
               WHEN NOT PRQ-PARM-ERASE
                   MOVE "D" TO PRQ-ACT-CD
               WHEN REC_TYPE NOT = PRQ-PARM-CLOSED-TYPE
                   MOVE "H" TO PRQ-ACT-CD
                   STRING "OPEN ACCOUNT - REC_TYPE " REC_TYPE
                       DELIMITED BY SIZE INTO PRQ-REASON
                   END-STRING
               WHEN NOT PRQ-MAST-AMT-OK OR MASTW-AMOUNT NOT = 0
                   MOVE "H" TO PRQ-ACT-CD
                   MOVE "CLOSED ACCOUNT STILL CARRIES A BALANCE"
                       TO PRQ-REASON
               WHEN OTHER
                   PERFORM 3300-WRITE-MASTER-DELETE THRU 3300-EXIT
                   MOVE "R" TO PRQ-ACT-CD
                   MOVE "TRANFILE DELETE FOR MRECUPDT" TO PRQ-REASON
           END-EVALUATE
           IF PRQ-ACT-HOLD
               MOVE "Y" TO PRQ-AC-HELD-SW(PRQ-AC-HIT)
           END-IF
           PERFORM 3000-RECORD-HIT THRU 3000-EXIT.
       2010-EXIT.
           EXIT.
      *
      *> A LINK CUSTXMNT HAS REMOVED NO LONGER TIES ITS NAME AND
      *> ADDRESS TO THE ACCOUNT, SO IT CARRIES NO HOLD ACROSS.
       2100-MARK-HELD-IDENTITY.
           IF NOT PRQ-XR-IN(PRQ-XX)
               OR PRQ-XR-STATUS(PRQ-XX) = "X"
               GO TO 2100-EXIT
           END-IF
           MOVE PRQ-XR-ACCOUNT(PRQ-XX) TO PRQ-CND-ACCOUNT
           PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
           IF PRQ-AC-HIT = 0
               GO TO 2100-EXIT
           END-IF
           IF NOT PRQ-AC-HELD(PRQ-AC-HIT)
               GO TO 2100-EXIT
           END-IF
           MOVE PRQ-XR-NAME(PRQ-XX)   TO PRQ-CND-NAME
           MOVE PRQ-XR-STREET(PRQ-XX) TO PRQ-CND-STREET
           MOVE PRQ-XR-CITY(PRQ-XX)   TO PRQ-CND-CITY
           MOVE PRQ-XR-STATE(PRQ-XX)  TO PRQ-CND-STATE
           MOVE PRQ-XR-ZIP(PRQ-XX)    TO PRQ-CND-ZIP
           MOVE "A" TO PRQ-MATCH-RULE
           PERFORM 3100-FIND-IDENTITY THRU 3100-EXIT
           IF PRQ-ID-HIT NOT = 0
               MOVE "Y" TO PRQ-ID-HELD-SW(PRQ-ID-HIT)
               MOVE PRQ-XR-ACCOUNT(PRQ-XX)
                   TO PRQ-ID-HOLD-ACCT(PRQ-ID-HIT)
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-REPORT-XREF.
           IF PRQ-HALTED OR NOT PRQ-FL-SEARCHED(1)
               GO TO 2200-EXIT
           END-IF
           MOVE 1 TO PRQ-FX
           PERFORM 2210-REPORT-ONE-LINK THRU 2210-EXIT
               VARYING PRQ-XX FROM 1 BY 1
               UNTIL PRQ-XX > PRQ-XR-CNT.
       2200-EXIT.
           EXIT.
      *
       2210-REPORT-ONE-LINK.
           IF NOT PRQ-XR-IN(PRQ-XX)
               GO TO 2210-EXIT
           END-IF
           MOVE SPACES TO PRQ-DETAIL
           STRING PRQ-XR-NAME(PRQ-XX) " " PRQ-XR-STREET(PRQ-XX) " "
               PRQ-XR-ZIP(PRQ-XX) " ACCOUNT " PRQ-XR-ACCOUNT(PRQ-XX)
               " STATUS " PRQ-XR-STATUS(PRQ-XX) "/"
               PRQ-XR-MATCH(PRQ-XX) DELIMITED BY SIZE
               INTO PRQ-DETAIL
           END-STRING
           MOVE SPACES TO PRQ-KEY
           STRING PRQ-XR-NAME(PRQ-XX) " " PRQ-XR-ZIP(PRQ-XX)
               " ACCOUNT_NO " PRQ-XR-ACCOUNT(PRQ-XX)
               DELIMITED BY SIZE INTO PRQ-KEY
           END-STRING
           MOVE SPACES TO PRQ-REASON
           MOVE PRQ-XR-ACCOUNT(PRQ-XX) TO PRQ-CND-ACCOUNT
           PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
           EVALUATE TRUE
               WHEN NOT PRQ-PARM-ERASE
                   MOVE "D" TO PRQ-ACT-CD
               WHEN PRQ-XR-STATUS(PRQ-XX) = "X"
                   MOVE "H" TO PRQ-ACT-CD
                   MOVE "REMOVED LINK - KEPT AS CUSTXMNT TRAIL"
                       TO PRQ-REASON
               WHEN PRQ-AC-HIT NOT = 0
                   AND PRQ-AC-HELD(PRQ-AC-HIT)
                   MOVE "H" TO PRQ-ACT-CD
                   STRING "ACCOUNT " PRQ-XR-ACCOUNT(PRQ-XX)
                       " IS HELD" DELIMITED BY SIZE
                       INTO PRQ-REASON
                   END-STRING
               WHEN OTHER
                   MOVE "R"                    TO PRQ-XT-ACTION
                   MOVE PRQ-XR-NAME(PRQ-XX)    TO PRQ-XT-NAME
                   MOVE PRQ-XR-ACCOUNT(PRQ-XX) TO PRQ-XT-ACCOUNT
                   MOVE PRQ-XR-STREET(PRQ-XX)  TO PRQ-XT-STREET
                   MOVE PRQ-XR-CITY(PRQ-XX)    TO PRQ-XT-CITY
                   MOVE PRQ-XR-STATE(PRQ-XX)   TO PRQ-XT-STATE
                   MOVE PRQ-XR-ZIP(PRQ-XX)     TO PRQ-XT-ZIP
                   WRITE XRFTRAN-RECORD
                   ADD 1 TO PRQ-XRT-CNT
                   MOVE "R" TO PRQ-ACT-CD
                   MOVE "XRFTRAN REMOVE FOR CUSTXMNT" TO PRQ-REASON
           END-EVALUATE
           PERFORM 3000-RECORD-HIT THRU 3000-EXIT.
       2210-EXIT.
           EXIT.
      *
       2300-SEARCH-HISTORY.
           IF PRQ-HALTED
               GO TO 2300-EXIT
           END-IF
           MOVE 3 TO PRQ-FX
           PERFORM 1050-OPEN-INPUT THRU 1050-EXIT
           IF NOT PRQ-FL-SEARCHED(PRQ-FX)
               GO TO 2300-EXIT
           END-IF
           OPEN INPUT MASTHIST-FILE
           PERFORM 2310-CHECK-ONE-HISTORY THRU 2310-EXIT
               UNTIL PRQ-EOF
           CLOSE MASTHIST-FILE.
       2300-EXIT.
           EXIT.
      *
       2310-CHECK-ONE-HISTORY.
           READ MASTHIST-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO PRQ-FL-READ-CNT(3)
           MOVE MSH-ACCOUNT-NO TO PRQ-CND-ACCOUNT
           PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
           IF PRQ-AC-HIT = 0
               GO TO 2310-EXIT
           END-IF
           IF MSH-AMOUNT IS NUMERIC
               MOVE MSH-AMOUNT TO PRQ-AMT-TXT
           ELSE
               MOVE 0 TO PRQ-AMT-TXT
           END-IF
           MOVE SPACES TO PRQ-DETAIL
           STRING "PERIOD " MSH-PERIOD " ACCOUNT " MSH-ACCOUNT-NO
               " REC_TYPE " MSH-REC-TYPE " ACT_TYPE " MSH-ACT-TYPE
               " AMOUNT " PRQ-AMT-TXT DELIMITED BY SIZE
               INTO PRQ-DETAIL
           END-STRING
           MOVE SPACES TO PRQ-KEY
           STRING "ACCOUNT_NO " MSH-ACCOUNT-NO " PERIOD " MSH-PERIOD
               DELIMITED BY SIZE INTO PRQ-KEY
           END-STRING
           MOVE SPACES TO PRQ-REASON
           IF PRQ-PARM-ERASE
               MOVE "H" TO PRQ-ACT-CD
               MOVE "ACCOUNT HISTORY - KEPT UNDER RETENTION"
                   TO PRQ-REASON
           ELSE
               MOVE "D" TO PRQ-ACT-CD
           END-IF
           PERFORM 3000-RECORD-HIT THRU 3000-EXIT.
       2310-EXIT.
           EXIT.
      *
       2400-SEARCH-CUSTEXT.
           IF PRQ-HALTED
               GO TO 2400-EXIT
           END-IF
           MOVE 4 TO PRQ-FX
           PERFORM 1050-OPEN-INPUT THRU 1050-EXIT
           IF NOT PRQ-FL-SEARCHED(PRQ-FX)
               GO TO 2400-EXIT
           END-IF
           OPEN INPUT CUSTEXT-FILE
           PERFORM 2410-CHECK-ONE-CUSTOMER THRU 2410-EXIT
               UNTIL PRQ-EOF
           CLOSE CUSTEXT-FILE.
       2400-EXIT.
           EXIT.
      *
       2410-CHECK-ONE-CUSTOMER.
           READ CUSTEXT-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 2410-EXIT
           END-READ
           ADD 1 TO PRQ-FL-READ-CNT(4)
           MOVE CUSTOMER-NAME                  TO PRQ-CND-NAME
           MOVE STREET-ADDRESS OF CUSTOMER-RECORD TO PRQ-CND-STREET
           MOVE CITY OF CUSTOMER-RECORD        TO PRQ-CND-CITY
           MOVE STATE OF CUSTOMER-RECORD       TO PRQ-CND-STATE
           MOVE ZIP-CODE                       TO PRQ-CND-ZIP
           MOVE "A" TO PRQ-MATCH-RULE
           PERFORM 3100-FIND-IDENTITY THRU 3100-EXIT
           IF PRQ-ID-HIT = 0
               GO TO 2410-EXIT
           END-IF
           MOVE SPACES TO PRQ-DETAIL
           STRING CUSTOMER-NAME " " STREET-ADDRESS OF CUSTOMER-RECORD
               " " CITY OF CUSTOMER-RECORD " "
               STATE OF CUSTOMER-RECORD " " ZIP-CODE "-" ZIP-EXT
               " " CUSTOMER-TYPE-CD DELIMITED BY SIZE
               INTO PRQ-DETAIL
           END-STRING
           PERFORM 3050-SET-ADDRESS-KEY THRU 3050-EXIT
           PERFORM 3400-DECIDE-MAILING-SIDE THRU 3400-EXIT
           PERFORM 3000-RECORD-HIT THRU 3000-EXIT.
       2410-EXIT.
           EXIT.
      *
       2500-SEARCH-MAILEXT.
           IF PRQ-HALTED
               GO TO 2500-EXIT
           END-IF
           MOVE 5 TO PRQ-FX
           PERFORM 1050-OPEN-INPUT THRU 1050-EXIT
           IF NOT PRQ-FL-SEARCHED(PRQ-FX)
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT MAILEXT-FILE
           PERFORM 2510-CHECK-ONE-MAILING THRU 2510-EXIT
               UNTIL PRQ-EOF
           CLOSE MAILEXT-FILE.
       2500-EXIT.
           EXIT.
      *
       2510-CHECK-ONE-MAILING.
           READ MAILEXT-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO PRQ-FL-READ-CNT(5)
           MOVE COMPANY-NAME                   TO PRQ-CND-NAME
           MOVE STREET-ADDRESS OF MAILING-RECORD TO PRQ-CND-STREET
           MOVE CITY OF MAILING-RECORD         TO PRQ-CND-CITY
           MOVE STATE OF MAILING-RECORD        TO PRQ-CND-STATE
           MOVE ZIP                            TO PRQ-CND-ZIP
           MOVE "A" TO PRQ-MATCH-RULE
           PERFORM 3100-FIND-IDENTITY THRU 3100-EXIT
           IF PRQ-ID-HIT NOT = 0
               MOVE SPACES TO PRQ-DETAIL
               STRING COMPANY-NAME " " STREET-ADDRESS OF
                   MAILING-RECORD " " CITY OF MAILING-RECORD " "
                   STATE OF MAILING-RECORD " " ZIP
                   DELIMITED BY SIZE INTO PRQ-DETAIL
               END-STRING
               PERFORM 3050-SET-ADDRESS-KEY THRU 3050-EXIT
               PERFORM 3400-DECIDE-MAILING-SIDE THRU 3400-EXIT
               PERFORM 3000-RECORD-HIT THRU 3000-EXIT
           END-IF
           IF CONTACT-COUNT IS NOT NUMERIC
               GO TO 2510-EXIT
           END-IF
           PERFORM 2520-CHECK-ONE-CONTACT THRU 2520-EXIT
               VARYING PRQ-CX FROM 1 BY 1
               UNTIL PRQ-CX > CONTACT-COUNT OR PRQ-CX > 10.
       2510-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2520-CHECK-ONE-CONTACT - A CONTACT SLOT CARRIES ONLY A NAME,  *
      *  LAID OUT LAST THEN FIRST LIKE CUSTOMER-NAME, AT THE COMPANY'S *
      *  ADDRESS RATHER THAN THE PERSON'S - SO IT MATCHES ON THE NAME  *
      *  ALONE AND IS LISTED FOR THE ANALYST TO VERIFY.  NO PROGRAM    *
      *  MAINTAINS A SINGLE SLOT, SO AN ERASURE IS BY HAND.            *
      ******************************************************************
       2520-CHECK-ONE-CONTACT.
           MOVE SPACES TO PRQ-CND-NAME
           MOVE CONTACT-LAST-NAME(PRQ-CX)  TO PRQ-CND-NAME(1:15)
           MOVE CONTACT-FIRST-NAME(PRQ-CX) TO PRQ-CND-NAME(16:8)
           MOVE "N" TO PRQ-MATCH-RULE
           PERFORM 3100-FIND-IDENTITY THRU 3100-EXIT
           IF PRQ-ID-HIT = 0
               GO TO 2520-EXIT
           END-IF
           ADD 1 TO PRQ-NAME-ONLY-CNT
           MOVE SPACES TO PRQ-DETAIL
           STRING CONTACT-ROLE(PRQ-CX) " "
               CONTACT-LAST-NAME(PRQ-CX) " "
               CONTACT-FIRST-NAME(PRQ-CX) " AT " COMPANY-NAME " "
               ZIP DELIMITED BY SIZE INTO PRQ-DETAIL
           END-STRING
           MOVE SPACES TO PRQ-KEY
           STRING COMPANY-NAME " " ZIP " CONTACT "
               CONTACT-LAST-NAME(PRQ-CX) DELIMITED BY SIZE
               INTO PRQ-KEY
           END-STRING
           MOVE SPACES TO PRQ-REASON
           EVALUATE TRUE
               WHEN NOT PRQ-PARM-ERASE
                   MOVE "D" TO PRQ-ACT-CD
                   MOVE "NAME-ONLY MATCH - VERIFY" TO PRQ-REASON
               WHEN PRQ-ID-HELD(PRQ-ID-HIT)
                   MOVE "H" TO PRQ-ACT-CD
                   STRING "ACCOUNT " PRQ-ID-HOLD-ACCT(PRQ-ID-HIT)
                       " IS HELD" DELIMITED BY SIZE
                       INTO PRQ-REASON
                   END-STRING
               WHEN OTHER
                   MOVE "M" TO PRQ-ACT-CD
                   MOVE "NAME-ONLY MATCH - VERIFY, REMOVE BY HAND"
                       TO PRQ-REASON
           END-EVALUATE
           PERFORM 3000-RECORD-HIT THRU 3000-EXIT.
       2520-EXIT.
           EXIT.
      *
       2600-SEARCH-RETTRACK.
           IF PRQ-HALTED
               GO TO 2600-EXIT
           END-IF
           MOVE 6 TO PRQ-FX
           PERFORM 1050-OPEN-INPUT THRU 1050-EXIT
           IF NOT PRQ-FL-SEARCHED(PRQ-FX)
               GO TO 2600-EXIT
           END-IF
           OPEN INPUT RETTRACK-FILE
           PERFORM 2610-CHECK-ONE-RETURN THRU 2610-EXIT
               UNTIL PRQ-EOF
           CLOSE RETTRACK-FILE.
       2600-EXIT.
           EXIT.
      *
       2610-CHECK-ONE-RETURN.
           READ RETTRACK-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO PRQ-FL-READ-CNT(6)
           MOVE RTT-CUSTOMER-NAME  TO PRQ-CND-NAME
           MOVE RTT-STREET-ADDRESS TO PRQ-CND-STREET
           MOVE RTT-CITY           TO PRQ-CND-CITY
           MOVE RTT-STATE          TO PRQ-CND-STATE
           MOVE RTT-ZIP            TO PRQ-CND-ZIP
           MOVE "A" TO PRQ-MATCH-RULE
           PERFORM 3100-FIND-IDENTITY THRU 3100-EXIT
           IF PRQ-ID-HIT = 0
               GO TO 2610-EXIT
           END-IF
           MOVE SPACES TO PRQ-DETAIL
           STRING RTT-CUSTOMER-NAME " " RTT-STREET-ADDRESS " "
               RTT-ZIP " RETURNED " RTT-RETURN-CNT " LAST "
               RTT-LAST-DATE " " RTT-LAST-REASON
               DELIMITED BY SIZE INTO PRQ-DETAIL
           END-STRING
           PERFORM 3050-SET-ADDRESS-KEY THRU 3050-EXIT
           PERFORM 3450-DECIDE-BY-HAND THRU 3450-EXIT
           PERFORM 3000-RECORD-HIT THRU 3000-EXIT.
       2610-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2700-SEARCH-CAMPIECE - A PIECE CARRIES ONLY THE ADDRESSEE'S   *
      *  NAME AND ZIP, SO IT MATCHES ON THOSE.  EACH PIECE FOUND IS    *
      *  KEPT FOR THE RESPLOG PASS, WHICH KNOWS A RESPONSE ONLY BY ITS *
      *  PIECE.                                                        *
      ******************************************************************
       2700-SEARCH-CAMPIECE.
           IF PRQ-HALTED
               GO TO 2700-EXIT
           END-IF
           MOVE 7 TO PRQ-FX
           PERFORM 1050-OPEN-INPUT THRU 1050-EXIT
           IF NOT PRQ-FL-SEARCHED(PRQ-FX)
               GO TO 2700-EXIT
           END-IF
           OPEN INPUT CAMPIECE-FILE
           PERFORM 2710-CHECK-ONE-PIECE THRU 2710-EXIT
               UNTIL PRQ-EOF
           CLOSE CAMPIECE-FILE.
       2700-EXIT.
           EXIT.
      *
       2710-CHECK-ONE-PIECE.
           READ CAMPIECE-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 2710-EXIT
           END-READ
           ADD 1 TO PRQ-FL-READ-CNT(7)
           MOVE CPG-COMPANY-NAME TO PRQ-CND-NAME
           MOVE CPG-ZIP          TO PRQ-CND-ZIP
           MOVE "Z" TO PRQ-MATCH-RULE
           PERFORM 3100-FIND-IDENTITY THRU 3100-EXIT
           IF PRQ-ID-HIT = 0
               GO TO 2710-EXIT
           END-IF
           IF PRQ-PC-CNT >= PRQ-PC-MAX
               DISPLAY "PRIVREQ - SUBJECT HAS MORE THAN THE "
                   "500-PIECE TABLE"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2710-EXIT
           END-IF
           ADD 1 TO PRQ-PC-CNT
           MOVE CPG-CAMPAIGN  TO PRQ-PC-CAMPAIGN(PRQ-PC-CNT)
           MOVE CPG-PIECE-SEQ TO PRQ-PC-SEQ(PRQ-PC-CNT)
           MOVE PRQ-ID-HIT    TO PRQ-PC-ID(PRQ-PC-CNT)
           MOVE SPACES TO PRQ-DETAIL
           STRING CPG-CAMPAIGN " PIECE " CPG-PIECE-SEQ
               " MAILED " CPG-MAIL-DATE " " CPG-COMPANY-NAME " "
               CPG-ZIP DELIMITED BY SIZE INTO PRQ-DETAIL
           END-STRING
           MOVE SPACES TO PRQ-KEY
           STRING "CAMPAIGN " CPG-CAMPAIGN " PIECE " CPG-PIECE-SEQ
               DELIMITED BY SIZE INTO PRQ-KEY
           END-STRING
           PERFORM 3450-DECIDE-BY-HAND THRU 3450-EXIT
           PERFORM 3000-RECORD-HIT THRU 3000-EXIT.
       2710-EXIT.
           EXIT.
      *
       2800-SEARCH-RESPLOG.
           IF PRQ-HALTED
               GO TO 2800-EXIT
           END-IF
           MOVE 8 TO PRQ-FX
      *> WITHOUT CAMPIECE A RESPONSE CANNOT BE TIED TO ANYONE, SO
      *> RESPLOG COUNTS AS NOT SEARCHED.
           IF NOT PRQ-FL-SEARCHED(7)
               MOVE "N" TO PRQ-FL-STATE(PRQ-FX)
               GO TO 2800-EXIT
           END-IF
           PERFORM 1050-OPEN-INPUT THRU 1050-EXIT
           IF NOT PRQ-FL-SEARCHED(PRQ-FX)
               GO TO 2800-EXIT
           END-IF
           OPEN INPUT RESPLOG-FILE
           PERFORM 2810-CHECK-ONE-RESPONSE THRU 2810-EXIT
               UNTIL PRQ-EOF
           CLOSE RESPLOG-FILE.
       2800-EXIT.
           EXIT.
      *
       2810-CHECK-ONE-RESPONSE.
           READ RESPLOG-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 2810-EXIT
           END-READ
           ADD 1 TO PRQ-FL-READ-CNT(8)
           MOVE 0 TO PRQ-PC-HIT
           PERFORM 2820-TEST-ONE-PIECE THRU 2820-EXIT
               VARYING PRQ-PX FROM 1 BY 1
               UNTIL PRQ-PX > PRQ-PC-CNT OR PRQ-PC-HIT NOT = 0
           IF PRQ-PC-HIT = 0
               GO TO 2810-EXIT
           END-IF
           MOVE PRQ-PC-ID(PRQ-PC-HIT) TO PRQ-ID-HIT
           MOVE SPACES TO PRQ-DETAIL
           STRING "CAMPAIGN " RSP-CAMPAIGN " PIECE " RSP-PIECE-SEQ
               " RESPONDED " RSP-RESP-DATE DELIMITED BY SIZE
               INTO PRQ-DETAIL
           END-STRING
           MOVE SPACES TO PRQ-KEY
           STRING "CAMPAIGN " RSP-CAMPAIGN " PIECE " RSP-PIECE-SEQ
               " DATE " RSP-RESP-DATE DELIMITED BY SIZE
               INTO PRQ-KEY
           END-STRING
           PERFORM 3450-DECIDE-BY-HAND THRU 3450-EXIT
           PERFORM 3000-RECORD-HIT THRU 3000-EXIT.
       2810-EXIT.
           EXIT.
      *
       2820-TEST-ONE-PIECE.
           IF PRQ-PC-CAMPAIGN(PRQ-PX) = RSP-CAMPAIGN
               AND PRQ-PC-SEQ(PRQ-PX) = RSP-PIECE-SEQ
               MOVE PRQ-PX TO PRQ-PC-HIT
           END-IF.
       2820-EXIT.
           EXIT.
      *
       2900-SEARCH-SUPPLIST.
           IF PRQ-HALTED
               GO TO 2900-EXIT
           END-IF
           MOVE 9 TO PRQ-FX
           PERFORM 1050-OPEN-INPUT THRU 1050-EXIT
           IF NOT PRQ-FL-SEARCHED(PRQ-FX)
               GO TO 2900-EXIT
           END-IF
           OPEN INPUT SUPPLIST-FILE
           PERFORM 2910-CHECK-ONE-ENTRY THRU 2910-EXIT
               UNTIL PRQ-EOF
           CLOSE SUPPLIST-FILE.
       2900-EXIT.
           EXIT.
      *
       2910-CHECK-ONE-ENTRY.
           READ SUPPLIST-FILE
               AT END
                   MOVE "Y" TO PRQ-EOF-SW
                   GO TO 2910-EXIT
           END-READ
           ADD 1 TO PRQ-FL-READ-CNT(9)
           MOVE PRQ-SUP-NAME   TO PRQ-CND-NAME
           MOVE PRQ-SUP-STREET TO PRQ-CND-STREET
           MOVE PRQ-SUP-CITY   TO PRQ-CND-CITY
           MOVE PRQ-SUP-STATE  TO PRQ-CND-STATE
           MOVE PRQ-SUP-ZIP    TO PRQ-CND-ZIP
           MOVE "A" TO PRQ-MATCH-RULE
           PERFORM 3100-FIND-IDENTITY THRU 3100-EXIT
           IF PRQ-ID-HIT = 0
               GO TO 2910-EXIT
           END-IF
           MOVE SPACES TO PRQ-DETAIL
           STRING PRQ-SUP-NAME " " PRQ-SUP-STREET " " PRQ-SUP-CITY
               " " PRQ-SUP-STATE " " PRQ-SUP-ZIP DELIMITED BY SIZE
               INTO PRQ-DETAIL
           END-STRING
           PERFORM 3050-SET-ADDRESS-KEY THRU 3050-EXIT
           MOVE SPACES TO PRQ-REASON
           IF PRQ-PARM-ERASE
               MOVE "H" TO PRQ-ACT-CD
               MOVE "DO-NOT-MAIL ENTRY KEEPS THE MAIL STOPPED"
                   TO PRQ-REASON
           ELSE
               MOVE "D" TO PRQ-ACT-CD
           END-IF
           PERFORM 3000-RECORD-HIT THRU 3000-EXIT.
       2910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-RECORD-HIT - ONE RECORD FOUND ON FILE-TABLE ROW PRQ-FX:  *
      *  THE REPORT LINE (AND ITS REASON UNDER IT) AND THE LOG ROW.    *
      ******************************************************************
       3000-RECORD-HIT.
           ADD 1 TO PRQ-FL-HIT-CNT(PRQ-FX)
           ADD 1 TO PRQ-FOUND-CNT
           EVALUATE TRUE
               WHEN PRQ-ACT-DISCLOSE
                   ADD 1 TO PRQ-DISCLOSED-CNT
                   MOVE "DISCLOSE" TO PRQ-ACT-TXT
               WHEN PRQ-ACT-REMOVE
                   ADD 1 TO PRQ-REMOVE-CNT
                   MOVE "REMOVE"   TO PRQ-ACT-TXT
               WHEN PRQ-ACT-HOLD
                   ADD 1 TO PRQ-HELD-CNT
                   MOVE "HELD"     TO PRQ-ACT-TXT
               WHEN PRQ-ACT-MANUAL
                   ADD 1 TO PRQ-MANUAL-CNT
                   MOVE "BY HAND"  TO PRQ-ACT-TXT
           END-EVALUATE
           MOVE SPACES TO PRQ-OUT-LINE
           STRING PRQ-FL-DD(PRQ-FX) " " PRQ-ACT-TXT " " PRQ-DETAIL
               DELIMITED BY SIZE INTO PRQ-OUT-LINE
           END-STRING
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE
           IF PRQ-REASON NOT = SPACES
               MOVE SPACES TO PRQ-OUT-LINE
               STRING "                  - " PRQ-REASON
                   DELIMITED BY SIZE INTO PRQ-OUT-LINE
               END-STRING
               WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE
           END-IF
           MOVE SPACES              TO PRIVACY-LOG-RECORD
           MOVE "D"                 TO PVL-ROW-TYPE
           MOVE PRQ-FL-DD(PRQ-FX)   TO PVL-FILE-DD
           MOVE PRQ-ACT-CD          TO PVL-ACTION
           MOVE PRQ-REASON          TO PVL-REASON
           MOVE PRQ-KEY             TO PVL-KEY
           PERFORM 3010-WRITE-LOG-ROW THRU 3010-EXIT.
       3000-EXIT.
           EXIT.
      *
       3010-WRITE-LOG-ROW.
           MOVE PRQ-PARM-REQUEST-ID TO PVL-REQUEST-ID
           MOVE PRQ-PARM-MODE       TO PVL-MODE
           MOVE PRQ-RUN-DATE        TO PVL-RUN-DATE
           MOVE PRQ-RUN-TIME        TO PVL-RUN-TIME
           MOVE AUT-WS-ANALYST-ID   TO PVL-ANALYST-ID
           IF PRQ-BATCH-OPEN
               MOVE PRQ-BATCH-NO    TO PVL-BATCH-NO
           ELSE
               MOVE 0               TO PVL-BATCH-NO
           END-IF
           WRITE PRIVACY-LOG-RECORD
           IF NOT PRQ-PRIVLOG-OK AND NOT PRQ-LOG-FAILED
               DISPLAY "PRIVREQ - PRIVLOG WRITE FAILED, STATUS="
                   PRQ-PRIVLOG-STATUS
               MOVE "Y" TO PRQ-LOG-FAILED-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       3010-EXIT.
           EXIT.
      *
       3050-SET-ADDRESS-KEY.
           MOVE SPACES TO PRQ-KEY
           STRING PRQ-CND-NAME " " PRQ-CND-STREET " " PRQ-CND-ZIP
               DELIMITED BY SIZE INTO PRQ-KEY
           END-STRING.
       3050-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3100-FIND-IDENTITY - THE SUBJECT NAME/ADDRESS THE CANDIDATE   *
      *  IN PRQ-CND- MATCHES UNDER PRQ-MATCH-RULE, OR ZERO.  A NAME    *
      *  WIDER THAN CUSTOMER-NAME'S 23 BYTES NEVER MATCHES.            *
      ******************************************************************
       3100-FIND-IDENTITY.
           MOVE 0 TO PRQ-ID-HIT
           IF PRQ-CND-NAME = SPACES
               OR PRQ-CND-NAME(24:7) NOT = SPACES
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-TEST-ONE-IDENTITY THRU 3110-EXIT
               VARYING PRQ-IX FROM 1 BY 1
               UNTIL PRQ-IX > PRQ-ID-CNT OR PRQ-ID-HIT NOT = 0.
       3100-EXIT.
           EXIT.
      *
       3110-TEST-ONE-IDENTITY.
           IF PRQ-ID-NAME(PRQ-IX) NOT = PRQ-CND-NAME(1:23)
               GO TO 3110-EXIT
           END-IF
           EVALUATE PRQ-MATCH-RULE
               WHEN "N"
                   MOVE PRQ-IX TO PRQ-ID-HIT
               WHEN "Z"
                   IF PRQ-ID-ZIP(PRQ-IX) = PRQ-CND-ZIP
                       MOVE PRQ-IX TO PRQ-ID-HIT
                   END-IF
               WHEN OTHER
                   IF PRQ-ID-STREET(PRQ-IX) = PRQ-CND-STREET
                       AND PRQ-ID-CITY(PRQ-IX) = PRQ-CND-CITY
                       AND PRQ-ID-STATE(PRQ-IX) = PRQ-CND-STATE
                       AND PRQ-ID-ZIP(PRQ-IX) = PRQ-CND-ZIP
                       MOVE PRQ-IX TO PRQ-ID-HIT
                   END-IF
           END-EVALUATE.
       3110-EXIT.
           EXIT.
      *
       3150-ADD-IDENTITY.
           IF PRQ-ID-CNT >= PRQ-ID-MAX
               DISPLAY "PRIVREQ - SUBJECT RESOLVES TO MORE THAN 50 "
                   "NAMES/ADDRESSES"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 3150-EXIT
           END-IF
           ADD 1 TO PRQ-ID-CNT
           MOVE PRQ-CND-NAME   TO PRQ-ID-NAME(PRQ-ID-CNT)
           MOVE PRQ-CND-STREET TO PRQ-ID-STREET(PRQ-ID-CNT)
           MOVE PRQ-CND-CITY   TO PRQ-ID-CITY(PRQ-ID-CNT)
           MOVE PRQ-CND-STATE  TO PRQ-ID-STATE(PRQ-ID-CNT)
           MOVE PRQ-CND-ZIP    TO PRQ-ID-ZIP(PRQ-ID-CNT)
           MOVE "N"            TO PRQ-ID-HELD-SW(PRQ-ID-CNT)
           MOVE SPACES         TO PRQ-ID-HOLD-ACCT(PRQ-ID-CNT).
       3150-EXIT.
           EXIT.
      *
       3200-FIND-ACCOUNT.
           MOVE 0 TO PRQ-AC-HIT
           IF PRQ-CND-ACCOUNT = SPACES
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-TEST-ONE-ACCOUNT THRU 3210-EXIT
               VARYING PRQ-AX FROM 1 BY 1
               UNTIL PRQ-AX > PRQ-AC-CNT OR PRQ-AC-HIT NOT = 0.
       3200-EXIT.
           EXIT.
      *
       3210-TEST-ONE-ACCOUNT.
           IF PRQ-AC-NO(PRQ-AX) = PRQ-CND-ACCOUNT
               MOVE PRQ-AX TO PRQ-AC-HIT
           END-IF.
       3210-EXIT.
           EXIT.
      *
       3250-ADD-ACCOUNT.
           IF PRQ-CND-ACCOUNT = SPACES
               GO TO 3250-EXIT
           END-IF
           IF PRQ-AC-CNT >= PRQ-AC-MAX
               DISPLAY "PRIVREQ - SUBJECT RESOLVES TO MORE THAN 50 "
                   "ACCOUNTS"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 3250-EXIT
           END-IF
           ADD 1 TO PRQ-AC-CNT
           MOVE PRQ-CND-ACCOUNT TO PRQ-AC-NO(PRQ-AC-CNT)
           MOVE "N"             TO PRQ-AC-HELD-SW(PRQ-AC-CNT).
       3250-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3300-WRITE-MASTER-DELETE - THE BATCH HEADER GOES OUT WITH THE *
      *  FIRST DELETE; 3350 CLOSES THE BATCH WITH THE CONTROL TRAILER  *
      *  MRECUPDT PROVES BEFORE IT APPLIES ANYTHING.                   *
      ******************************************************************
       3300-WRITE-MASTER-DELETE.
           IF NOT PRQ-BATCH-OPEN
               MOVE "Y" TO PRQ-BATCH-OPEN-SW
               MOVE SPACES TO TRAN-BATCH-HEADER
               MOVE "H" TO TBH-RECORD-TYPE
               MOVE "PRIVREQ" TO TBH-SOURCE
               MOVE PRQ-BATCH-NO TO TBH-BATCH-NO
               MOVE PRQ-RUN-DATE TO TBH-BATCH-DATE
               WRITE TRAN-BATCH-HEADER
           END-IF
           MOVE SPACES TO PRQ-TRAN-RECORD
           MOVE "D" TO PRQ-TRAN-ACTION
           MOVE MASTER_REC TO PRQ-TRAN-IMAGE
           WRITE PRQ-TRAN-RECORD
           ADD 1 TO PRQ-DEL-CNT
           MOVE ACCOUNT_NO TO PRQ-HASH-ACCOUNT
           IF PRQ-HASH-ACCOUNT IS NUMERIC
               ADD PRQ-HASH-ACCOUNT-NUM TO PRQ-ACC-HASH
           END-IF
      *> THE TRAILER TOTAL PROVES THE IMAGES JUST WRITTEN, WHICH
      *> STAY ON THE OLD LAYOUT MRECUPDT APPLIES.  ONLY A ZERO-
      *> BALANCE ACCOUNT IS EVER DELETED, SO NOTHING IS LOST IN THE
      *> NARROWING.
           IF AMOUNT OF MASTER_REC IS NUMERIC
               ADD AMOUNT OF MASTER_REC TO PRQ-ACC-AMOUNT
           END-IF.
       3300-EXIT.
           EXIT.
      *
       3350-CLOSE-MASTER-BATCH.
           IF NOT PRQ-BATCH-OPEN
               GO TO 3350-EXIT
           END-IF
           MOVE SPACES TO TRAN-BATCH-TRAILER
           MOVE "T" TO TBT-RECORD-TYPE
           MOVE PRQ-DEL-CNT TO TBT-TRAN-CNT
           MOVE 0 TO TBT-ADD-CNT
           MOVE 0 TO TBT-CHANGE-CNT
           MOVE PRQ-DEL-CNT TO TBT-DELETE-CNT
           MOVE PRQ-ACC-HASH TO TBT-ACCOUNT-HASH
           MOVE PRQ-ACC-AMOUNT TO TBT-AMOUNT-TOTAL
           WRITE TRAN-BATCH-TRAILER.
       3350-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3400-DECIDE-MAILING-SIDE - A CUSTOMER-RECORD OR MAILING-      *
      *  RECORD ON A SUBJECT NAME/ADDRESS.  ERASE MODE LISTS IT ON     *
      *  ERASLIST FOR MAILSUPP UNLESS ITS NAME/ADDRESS IS HELD.        *
      ******************************************************************
       3400-DECIDE-MAILING-SIDE.
           MOVE SPACES TO PRQ-REASON
           EVALUATE TRUE
               WHEN NOT PRQ-PARM-ERASE
                   MOVE "D" TO PRQ-ACT-CD
               WHEN PRQ-ID-HELD(PRQ-ID-HIT)
                   MOVE "H" TO PRQ-ACT-CD
                   STRING "ACCOUNT " PRQ-ID-HOLD-ACCT(PRQ-ID-HIT)
                       " IS HELD" DELIMITED BY SIZE
                       INTO PRQ-REASON
                   END-STRING
               WHEN OTHER
                   MOVE PRQ-CND-NAME   TO PRQ-ERS-NAME
                   MOVE PRQ-CND-STREET TO PRQ-ERS-STREET
                   MOVE PRQ-CND-CITY   TO PRQ-ERS-CITY
                   MOVE PRQ-CND-STATE  TO PRQ-ERS-STATE
                   MOVE PRQ-CND-ZIP    TO PRQ-ERS-ZIP
                   WRITE ERASLIST-RECORD
                   ADD 1 TO PRQ-ERS-CNT
                   MOVE "R" TO PRQ-ACT-CD
                   MOVE "ERASLIST ENTRY FOR MAILSUPP" TO PRQ-REASON
           END-EVALUATE.
       3400-EXIT.
           EXIT.
      *
      *> A RECORD ON A FILE NO PROGRAM REMOVES FROM - ERASE MODE LISTS
      *> IT FOR REMOVAL BY HAND UNLESS ITS NAME/ADDRESS IS HELD.
       3450-DECIDE-BY-HAND.
           MOVE SPACES TO PRQ-REASON
           EVALUATE TRUE
               WHEN NOT PRQ-PARM-ERASE
                   MOVE "D" TO PRQ-ACT-CD
               WHEN PRQ-ID-HELD(PRQ-ID-HIT)
                   MOVE "H" TO PRQ-ACT-CD
                   STRING "ACCOUNT " PRQ-ID-HOLD-ACCT(PRQ-ID-HIT)
                       " IS HELD" DELIMITED BY SIZE
                       INTO PRQ-REASON
                   END-STRING
               WHEN OTHER
                   MOVE "M" TO PRQ-ACT-CD
                   MOVE "NO REMOVAL PATH - REMOVE BY HAND"
                       TO PRQ-REASON
           END-EVALUATE.
       3450-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF NOT PRQ-PRQRPT-OPENED
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO PRQ-OUT-LINE
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE
           PERFORM 4100-REPORT-ONE-FILE THRU 4100-EXIT
               VARYING PRQ-FX FROM 1 BY 1
               UNTIL PRQ-FX > PRQ-FL-CNT
           MOVE PRQ-FOUND-CNT TO PRQ-CNT-TXT
           MOVE SPACES TO PRQ-OUT-LINE
           STRING "RECORDS FOUND:                " PRQ-CNT-TXT
               DELIMITED BY SIZE INTO PRQ-OUT-LINE
           END-STRING
           PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
           IF PRQ-PARM-ERASE
               MOVE PRQ-REMOVE-CNT TO PRQ-CNT-TXT
               MOVE SPACES TO PRQ-OUT-LINE
               STRING "REMOVALS WRITTEN:             " PRQ-CNT-TXT
                   DELIMITED BY SIZE INTO PRQ-OUT-LINE
               END-STRING
               PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
               MOVE PRQ-ERS-CNT TO PRQ-CNT-TXT
               MOVE SPACES TO PRQ-OUT-LINE
               STRING "  ERASLIST ENTRIES (MAILSUPP):" PRQ-CNT-TXT
                   DELIMITED BY SIZE INTO PRQ-OUT-LINE
               END-STRING
               PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
               MOVE PRQ-XRT-CNT TO PRQ-CNT-TXT
               MOVE SPACES TO PRQ-OUT-LINE
               STRING "  XRFTRAN REMOVES (CUSTXMNT): " PRQ-CNT-TXT
                   DELIMITED BY SIZE INTO PRQ-OUT-LINE
               END-STRING
               PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
               MOVE PRQ-DEL-CNT TO PRQ-CNT-TXT
               MOVE SPACES TO PRQ-OUT-LINE
               STRING "  TRANFILE DELETES (MRECUPDT):" PRQ-CNT-TXT
                   DELIMITED BY SIZE INTO PRQ-OUT-LINE
               END-STRING
               PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
               IF PRQ-BATCH-OPEN
                   MOVE SPACES TO PRQ-OUT-LINE
                   STRING "  MRECUPDT BATCH PRIVREQ " PRQ-BATCH-NO
                       DELIMITED BY SIZE INTO PRQ-OUT-LINE
                   END-STRING
                   PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
               END-IF
               MOVE PRQ-HELD-CNT TO PRQ-CNT-TXT
               MOVE SPACES TO PRQ-OUT-LINE
               STRING "HELD:                         " PRQ-CNT-TXT
                   DELIMITED BY SIZE INTO PRQ-OUT-LINE
               END-STRING
               PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
               MOVE PRQ-MANUAL-CNT TO PRQ-CNT-TXT
               MOVE SPACES TO PRQ-OUT-LINE
               STRING "TO REMOVE BY HAND:            " PRQ-CNT-TXT
                   DELIMITED BY SIZE INTO PRQ-OUT-LINE
               END-STRING
               PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
           END-IF
           MOVE PRQ-NAME-ONLY-CNT TO PRQ-CNT-TXT
           MOVE SPACES TO PRQ-OUT-LINE
           STRING "NAME-ONLY MATCHES TO VERIFY:  " PRQ-CNT-TXT
               DELIMITED BY SIZE INTO PRQ-OUT-LINE
           END-STRING
           PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
           IF PRQ-HALTED
               MOVE "REQUEST INCOMPLETE - ERASE OUTPUTS MUST NOT BE "
                   & "APPLIED" TO PRQ-OUT-LINE
               PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT
               GO TO 4000-EXIT
           END-IF
           IF PRQ-ABSENT-CNT > 0 OR PRQ-FOUND-CNT = 0
               OR PRQ-NAME-ONLY-CNT > 0
               OR PRQ-HELD-CNT > 0 OR PRQ-MANUAL-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-FILE.
           MOVE SPACES TO PRQ-OUT-LINE
           EVALUATE TRUE
               WHEN PRQ-FL-SEARCHED(PRQ-FX)
                   MOVE PRQ-FL-HIT-CNT(PRQ-FX) TO PRQ-CNT-TXT
                   STRING "FILE " PRQ-FL-DD(PRQ-FX) " SEARCHED, "
                       "RECORDS FOUND: " PRQ-CNT-TXT
                       DELIMITED BY SIZE INTO PRQ-OUT-LINE
                   END-STRING
               WHEN PRQ-FL-ABSENT(PRQ-FX)
                   ADD 1 TO PRQ-ABSENT-CNT
                   STRING "FILE " PRQ-FL-DD(PRQ-FX)
                       " NOT PRESENTED - NOT SEARCHED"
                       DELIMITED BY SIZE INTO PRQ-OUT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "FILE " PRQ-FL-DD(PRQ-FX)
                       " NOT REACHED - REQUEST HALTED"
                       DELIMITED BY SIZE INTO PRQ-OUT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT.
       4100-EXIT.
           EXIT.
      *
       4200-WRITE-SUMMARY-LINE.
           WRITE PRQRPT-RECORD FROM PRQ-OUT-LINE
           DISPLAY "PRIVREQ - " PRQ-OUT-LINE(1:70).
       4200-EXIT.
           EXIT.
      *
       5000-CLOSE-REQUEST-LOG.
           IF NOT PRQ-PRIVLOG-OPENED OR PRQ-LOG-FAILED
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO PRIVACY-LOG-RECORD
           MOVE "R" TO PVL-ROW-TYPE
           MOVE SPACES TO PVL-FILE-DD
           MOVE SPACE TO PVL-ACTION
           IF PRQ-HALTED
               MOVE "REQUEST INCOMPLETE - NOT TO BE APPLIED"
                   TO PVL-REASON
           ELSE
               STRING "FND " PRQ-FOUND-CNT " RMV " PRQ-REMOVE-CNT
                   " HLD " PRQ-HELD-CNT " MAN " PRQ-MANUAL-CNT
                   DELIMITED BY SIZE INTO PVL-REASON
               END-STRING
           END-IF
           STRING "ACCOUNT " PRQ-PARM-ACCOUNT " NAME "
               PRQ-PARM-NAME " ZIP " PRQ-PARM-ZIP
               DELIMITED BY SIZE INTO PVL-KEY
           END-STRING
           PERFORM 3010-WRITE-LOG-ROW THRU 3010-EXIT.
       5000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           MOVE "PRIVREQ " TO AXL-WS-PROGRAM
           PERFORM 7860-POST-ONE-FILE THRU 7860-EXIT
               VARYING PRQ-FX FROM 1 BY 1
               UNTIL PRQ-FX > 5.
       7850-EXIT.
           EXIT.
      *
      *> THE FIRST FIVE ROWS OF THE FILE TABLE ARE THE REGISTERED
      *> EXTRACTS; THE MAIL-SIDE LOGS AFTER THEM ARE NOT.
       7860-POST-ONE-FILE.
           IF PRQ-FL-SEARCHED(PRQ-FX)
               MOVE PRQ-FL-DD(PRQ-FX) TO AXL-WS-EXTRACT-DD
               MOVE PRQ-FL-READ-CNT(PRQ-FX) TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF.
       7860-EXIT.
           EXIT.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *> SHARED EXTRACT-ACCESS-LOG PARAGRAPHS - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
       9000-TERMINATE.
           IF PRQ-PRQRPT-OPENED
               CLOSE PRQRPT-FILE
           END-IF
           IF PRQ-PRIVLOG-OPENED
               CLOSE PRIVLOG-FILE
           END-IF
           IF PRQ-ERASE-OPENED
               CLOSE ERASLIST-FILE
               CLOSE XRFTRAN-FILE
               CLOSE TRANFILE-FILE
           END-IF.
      *
       1900-HALT-RUN.
           MOVE "Y" TO PRQ-HALTED-SW
           MOVE "Y" TO PRQ-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
