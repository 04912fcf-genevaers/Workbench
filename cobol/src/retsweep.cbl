      ******************************************************************
      **                                                              *
      **  PROGRAM      RETSWEEP                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  RETENTION SWEEP FOR THE SUITE'S OPERATIONAL   *
      **      LOG FILES - THE ONES NOTHING TRIMMED BEFORE (AUDARCH    *
      **      ALREADY ROLLS THE AUDIT TRAIL AND CHANGE LOG, RPTVIEW   *
      **      PURGES THE REPORT REPOSITORY).  DD RETPOL CARRIES THE   *
      **      POLICY TABLE (RETPREC.cpy): PER FILE THE RETENTION IN   *
      **      DAYS, THE DATE FIELD TO AGE ON AND THE LIVE DATASET.    *
      **      EACH FILE IS READ THROUGH A DYNAMIC ASSIGNMENT; ROWS    *
      **      DATED BEFORE THE CUTOFF (TODAY LESS THE RETENTION)      *
      **      ARE APPENDED TO THE DATED ARCHIVE                       *
      **      RETARCH.<FILE>.<CCYYMMDD>, THE REST ARE STAGED ON DD    *
      **      RETWORK, AND THE LIVE COPY IS REWRITTEN FROM THE        *
      **      STAGING FILE ONLY WHEN EVERY ROW LANDED CLEANLY.  ONE   *
      **      CERTIFICATE ROW PER FILE (RETCREC.cpy) GOES TO DD       *
      **      RETCERT WITH THE CUTOFF, ROWS KEPT AND ROWS ARCHIVED.   *
      **                                                               *
      **      A ROW A DEPENDENT PROGRAM STILL NEEDS IS NEVER          *
      **      ARCHIVED, HOWEVER OLD - IT IS KEPT AND COUNTED AS       *
      **      PROTECTED:                                              *
      **        RUNLOG    THE NEWEST ROW OF EACH PROGRAM (RUNRECON    *
      **                  TIES THE LATEST RUN OF EACH STEP).          *
      **        QMSHIST   THE NEWEST ROW OF EACH TIER (QMSTREND'S     *
      **                  NEXT MOVEMENT IS MEASURED FROM IT).         *
      **        QUALRSLT  THE CUTOFF IS HELD AT THE FIRST OF LAST     *
      **                  MONTH AT THE LATEST (QUALSCOR SCORES A      *
      **                  MONTH AGAINST THE ONE BEFORE IT).           *
      **        RESPLOG   EVERY RESPONSE OF A CAMPAIGN WHOSE NEWEST   *
      **                  RESPONSE IS INSIDE THE RETENTION (MAILRESP  *
      **                  REPORTS RESPONSES TO DATE).                 *
      **        CCBALERT  EVERY ALERT WITH NO ROW ON ALERTACK, AND    *
      **                  EVERY ESCALATION COPY OF A SOURCE THAT      *
      **                  STILL HAS ONE (ALERTWRK BROWSE/ESCALATE).   *
      **        ALERTACK  EVERY ACKNOWLEDGMENT OF AN ALERT STILL ON   *
      **                  CCBALERT, SO THE ALERT DOES NOT REOPEN.     *
      **        ROUTEOUT  EVERY DECISION WITH NO LOADCONF ROW FOR     *
      **                  ITS FILE-ID AND LOAD PROGRAM (RTEAGING).    *
      **        LOADCONF  EVERY CONFIRMATION OF A DECISION STILL ON   *
      **                  ROUTEOUT, SO THE DECISION DOES NOT REOPEN.  *
      **        QUARDISP  EVERY ROW OF A QUARANTINE DATASET WHOSE     *
      **                  NEWEST ROW IS STILL "Q" (EXTQUAR).          *
      **      THE PAIRED FILES NEED EACH OTHER'S POLICY ROW FOR THE   *
      **      PARTNER'S DATASET NAME; CCBALERT AND ROUTEOUT ARE       *
      **      SWEPT BEFORE ALERTACK AND LOADCONF WHATEVER THE TABLE   *
      **      ORDER, SO AN ACKNOWLEDGMENT OR CONFIRMATION GOES ONLY   *
      **      AFTER ITS PARTNER ROW HAS.  A FILE WHOSE DEPENDENTS     *
      **      CANNOT BE JUDGED (PARTNER MISSING, A TABLE FULL) IS     *
      **      REFUSED UNTOUCHED.  A ROW WHOSE DATE FIELD IS NOT       *
      **      NUMERIC STAYS LIVE, THE AUDARCH RULE.  GEOCOUNTS AGES   *
      **      ON ITS CCYYMM PERIOD - A PERIOD GOES ONLY WHEN THE      *
      **      WHOLE MONTH IS BEFORE THE CUTOFF MONTH.  ANY REFUSED    *
      **      OR FAILED FILE, OR A BAD POLICY ROW, ENDS THE RUN WITH  *
      **      RETURN-CODE 16.                                         *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   RENUMBER THE LOCAL DATE STEP TO 7300, CLEAR *
      **                   OF THE 7800-7849 RANGE ACCDGWS/ACCDGCK      *
      **                   RESERVES.                                   *
      **  2026/10/15 DAO   AGE ALERTACK ON ACK-ACK-DATE AT ITS REAL    *
      **                   OFFSET (57, NOT THE ANALYST ID AT 47), AND  *
      **                   END THE RUN WITH RC 16 WHEN A RETCERT ROW   *
      **                   CANNOT BE WRITTEN.                          *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETSWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETPOL-FILE   ASSIGN TO "RETPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSW-RETPOL-STATUS.
      *> ONE SELECT SERVES EVERY LIVE FILE IN THE POLICY - THE
      *> DATASET NAME IS MOVED IN FROM THE POLICY ROW BEFORE EACH
      *> OPEN.  OPTIONAL - A LOG NOTHING HAS WRITTEN YET IS SIMPLY
      *> EMPTY.
           SELECT OPTIONAL LIVE-FILE ASSIGN TO DYNAMIC RSW-LIVE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSW-LIVE-STATUS.
      *> THE OTHER HALF OF A PAIRED FILE - READ ONLY, TO JUDGE WHICH
      *> ROWS ARE STILL ANSWERED OR STILL ANSWERING.
           SELECT OPTIONAL PARTNER-FILE ASSIGN TO DYNAMIC
               RSW-PARTNER-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSW-PARTNER-STATUS.
      *> ONE SELECT SERVES EVERY DATED ARCHIVE - THE NAME IS BUILT
      *> FROM THE FILE ID AND RUN DATE.  OPTIONAL - THE FIRST SWEEP
      *> OF THE DAY CREATES IT, A RERUN EXTENDS IT.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO DYNAMIC
               RSW-ARCHIVE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSW-ARCHIVE-STATUS.
           SELECT RETWORK-FILE  ASSIGN TO "RETWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSW-RETWORK-STATUS.
      *> OPTIONAL - THE FIRST SWEEP CREATES THE CERTIFICATE FILE;
      *> LATER SWEEPS EXTEND IT.
           SELECT OPTIONAL RETCERT-FILE ASSIGN TO "RETCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSW-RETCERT-STATUS.
      *> THE ANALYST AUTHORIZATION TABLE AND VIOLATION LOG - SEE
      *> AUTHWS.cpy FOR THE STARTUP CHECK THESE SERVE.
           SELECT AUTHTAB-FILE ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-TAB-STATUS.
           SELECT OPTIONAL AUTHVIO-FILE ASSIGN TO "AUTHVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-VIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETPOL-FILE.
       COPY RETPREC.
      *> THE WIDEST OPERATIONAL ROW (CCBALERT) IS 164 BYTES; THE
      *> LENGTH AS READ IS CARRIED THROUGH TO THE ARCHIVE AND THE
      *> REWRITTEN LIVE COPY SO EVERY ROW GOES BACK BYTE FOR BYTE.
       FD  LIVE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON RSW-REC-LEN.
       01  LIVE-RECORD                     PIC X(200).
       FD  PARTNER-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON RSW-PTN-LEN.
       01  PARTNER-RECORD                  PIC X(200).
       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON RSW-REC-LEN.
       01  ARCHIVE-RECORD                  PIC X(200).
       FD  RETWORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON RSW-REC-LEN.
       01  RETWORK-RECORD                  PIC X(200).
       FD  RETCERT-FILE.
       COPY RETCREC.
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  AUTHVIO-FILE.
       COPY AUTHVREC.
       WORKING-STORAGE SECTION.
      *> THE SHARED AUTHORIZATION-CHECK WORK FIELDS - SEE AUTHWS.cpy.
       COPY AUTHWS.
       01  RSW-RETPOL-STATUS               PIC XX.
           88  RSW-RETPOL-OK               VALUE "00".
      *> "05" IS OPTIONAL-FILE-CREATED - A SUCCESSFUL FIRST-EVER
      *> OPEN, NOT A FAILURE.
       01  RSW-LIVE-STATUS                 PIC XX.
           88  RSW-LIVE-OK                 VALUE "00" "05".
       01  RSW-PARTNER-STATUS              PIC XX.
           88  RSW-PARTNER-OK              VALUE "00" "05".
       01  RSW-ARCHIVE-STATUS              PIC XX.
           88  RSW-ARCHIVE-OK              VALUE "00" "05".
       01  RSW-RETWORK-STATUS              PIC XX.
           88  RSW-RETWORK-OK              VALUE "00".
       01  RSW-RETCERT-STATUS              PIC XX.
           88  RSW-RETCERT-OK              VALUE "00" "05".
      *> 1000-INITIALIZE CAN GIVE UP BEFORE RETCERT IS OPENED (RETPOL
      *> MISSING) OR WHEN ITS OPEN FAILS, SO 9000 CLOSES IT ONLY WHEN
      *> THIS SAYS THE OPEN WORKED.
       01  RSW-RETCERT-OPENED-SW           PIC X(01)       VALUE "N".
           88  RSW-RETCERT-OPENED          VALUE "Y".
       01  RSW-HALT-SW                     PIC X(01)       VALUE "N".
           88  RSW-HALT                    VALUE "Y".
       01  RSW-POL-EOF-SW                  PIC X(01)       VALUE "N".
           88  RSW-POL-EOF                 VALUE "Y".
       01  RSW-EOF-SW                      PIC X(01)       VALUE "N".
           88  RSW-EOF                     VALUE "Y".
       01  RSW-LIVE-DSN                    PIC X(44)       VALUE SPACES.
       01  RSW-PARTNER-DSN                 PIC X(44)       VALUE SPACES.
       01  RSW-ARCHIVE-DSN                 PIC X(44)       VALUE SPACES.
       01  RSW-REC-LEN                     PIC 9(05)       VALUE 0.
       01  RSW-PTN-LEN                     PIC 9(05)       VALUE 0.
       01  RSW-REC-BUF                     PIC X(200)      VALUE SPACES.
       01  RSW-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  RSW-RUN-TIME                    PIC 9(08)       VALUE 0.
      *> ------------------- KNOWN-FILE TABLE -------------------------
      *> EVERY FILE AND DATE FIELD A POLICY ROW MAY NAME, WITH WHERE
      *> THE DATE SITS IN THE ROW (OFFSET, LENGTH 8 FOR CCYYMMDD OR
      *> 6 FOR CCYYMM), THE PROTECTION RULE THE FILE'S DEPENDENTS
      *> NEED, AND - FOR THE KEYED RULES - WHERE THE KEY SITS:
      *>   " "  AGE ONLY
      *>   "N"  NEWEST ROW PER KEY IS KEPT
      *>   "M"  CUTOFF HELD AT THE FIRST OF LAST MONTH AT THE LATEST
      *>   "C"  A KEY'S ROWS GO ONLY WHEN ITS NEWEST DATE HAS EXPIRED
      *>   "Q"  A KEY'S ROWS ARE KEPT WHILE ITS NEWEST STATUS IS "Q"
      *>   "A"  UNACKNOWLEDGED ALERTS (PARTNER ALERTACK)
      *>   "K"  ACKNOWLEDGMENTS OF LIVE ALERTS (PARTNER CCBALERT)
      *>   "U"  UNCONFIRMED DECISIONS (PARTNER LOADCONF)
      *>   "L"  CONFIRMATIONS OF LIVE DECISIONS (PARTNER ROUTEOUT)
      *> FILE-ID(10) DATE-FIELD(16) OFFSET(3) LENGTH(1) RULE(1)
      *> KEY-OFFSET(3) KEY-LENGTH(2) PARTNER(10) - 46 BYTES A ROW.
       01  RSW-KNOWN-STR.
           05  FILLER                      PIC X(46)       VALUE
               "RUNLOG    RNL-RUN-DATE    0098N00108          ".
           05  FILLER                      PIC X(46)       VALUE
               "HBEAT     HBR-HB-DATE     0098 00000          ".
           05  FILLER                      PIC X(46)       VALUE
               "QUALRSLT  QLR-RUN-DATE    0018M00000          ".
           05  FILLER                      PIC X(46)       VALUE
               "QMSHIST   QMH-RUN-DATE    0018N00910          ".
           05  FILLER                      PIC X(46)       VALUE
               "GEOCOUNTS GCT-PERIOD      0016 00000          ".
           05  FILLER                      PIC X(46)       VALUE
               "CCBALERT  CAL-ALERT-DATE  0018A00000ALERTACK  ".
           05  FILLER                      PIC X(46)       VALUE
               "ALERTACK  ACK-ACK-DATE    0578K00000CCBALERT  ".
           05  FILLER                      PIC X(46)       VALUE
               "ALERTACK  ACK-ALERT-DATE  0018K00000CCBALERT  ".
           05  FILLER                      PIC X(46)       VALUE
               "RESPLOG   RSP-RESP-DATE   0168C00108          ".
           05  FILLER                      PIC X(46)       VALUE
               "ROUTEOUT  RTD-ROUTE-DATE  0018U00000LOADCONF  ".
           05  FILLER                      PIC X(46)       VALUE
               "LOADCONF  LCF-CONFIRM-DATE0018L00000ROUTEOUT  ".
           05  FILLER                      PIC X(46)       VALUE
               "QUARDISP  QDR-EVENT-DATE  0018Q06244          ".
       01  RSW-KNOWN-TBL REDEFINES RSW-KNOWN-STR.
           05  RSW-KNOWN-ENTRY             OCCURS 12 TIMES.
               10  RSW-KN-FILE-ID          PIC X(10).
               10  RSW-KN-DATE-FIELD       PIC X(16).
               10  RSW-KN-DATE-OFF         PIC 9(03).
               10  RSW-KN-DATE-LEN         PIC 9(01).
               10  RSW-KN-RULE             PIC X(01).
               10  RSW-KN-KEY-OFF          PIC 9(03).
               10  RSW-KN-KEY-LEN          PIC 9(02).
               10  RSW-KN-PARTNER          PIC X(10).
       01  RSW-KNOWN-CNT                   PIC 9(02) COMP  VALUE 12.
       01  RSW-KNX                         PIC 9(02) COMP  VALUE 0.
      *> ------------------- POLICY TABLE -----------------------------
       01  RSW-POL-MAX                     PIC 9(02) COMP  VALUE 20.
       01  RSW-POL-CNT                     PIC 9(02) COMP  VALUE 0.
       01  RSW-PX                          PIC 9(02) COMP  VALUE 0.
       01  RSW-PPX                         PIC 9(02) COMP  VALUE 0.
       01  RSW-POL-TAB.
           05  RSW-POL-ENTRY               OCCURS 20 TIMES.
               10  RSW-POL-FILE-ID         PIC X(10).
               10  RSW-POL-DAYS            PIC 9(05).
               10  RSW-POL-DATE-FIELD      PIC X(30).
               10  RSW-POL-DSN             PIC X(44).
               10  RSW-POL-KNX             PIC 9(02).
       01  RSW-POL-ROW-NO                  PIC 9(03)       VALUE 0.
       01  RSW-PASS                        PIC 9(01)       VALUE 0.
      *> ------------------- CURRENT FILE -----------------------------
       01  RSW-CUR-RULE                    PIC X(01)       VALUE SPACE.
           88  RSW-RULE-NEWEST             VALUE "N".
           88  RSW-RULE-MONTH-FLOOR        VALUE "M".
           88  RSW-RULE-CAMPAIGN           VALUE "C".
           88  RSW-RULE-QUARANTINE         VALUE "Q".
           88  RSW-RULE-ALERT              VALUE "A".
           88  RSW-RULE-ACK                VALUE "K".
           88  RSW-RULE-DECISION           VALUE "U".
           88  RSW-RULE-CONFIRM            VALUE "L".
           88  RSW-RULE-SECOND-OF-PAIR     VALUE "K" "L".
           88  RSW-RULE-PAIRED             VALUE "A" "K" "U" "L".
           88  RSW-RULE-PRESCAN            VALUE "N" "C" "Q" "A".
       01  RSW-CUR-DATE-OFF                PIC 9(03)       VALUE 0.
       01  RSW-CUR-DATE-LEN                PIC 9(01)       VALUE 0.
       01  RSW-CUR-KEY-OFF                 PIC 9(03)       VALUE 0.
       01  RSW-CUR-KEY-LEN                 PIC 9(02)       VALUE 0.
       01  RSW-REFUSE-SW                   PIC X(01)       VALUE "N".
           88  RSW-REFUSED                 VALUE "Y".
       01  RSW-FAIL-SW                     PIC X(01)       VALUE "N".
           88  RSW-FAILED                  VALUE "Y".
       01  RSW-NOTE                        PIC X(50)       VALUE SPACES.
       01  RSW-ROW-NO                      PIC 9(09)       VALUE 0.
       01  RSW-READ-CNT                    PIC 9(09)       VALUE 0.
       01  RSW-KEPT-CNT                    PIC 9(09)       VALUE 0.
       01  RSW-PROT-CNT                    PIC 9(09)       VALUE 0.
       01  RSW-UNDATED-CNT                 PIC 9(09)       VALUE 0.
       01  RSW-ARCH-CNT                    PIC 9(09)       VALUE 0.
       01  RSW-FILES-SWEPT-CNT             PIC 9(03)       VALUE 0.
       01  RSW-FILES-BAD-CNT               PIC 9(03)       VALUE 0.
       01  RSW-TOTAL-ARCH-CNT              PIC 9(09)       VALUE 0.
      *> ------------------- ROW JUDGEMENT ----------------------------
       01  RSW-ROW-DATE                    PIC X(08)       VALUE SPACES.
       01  RSW-ROW-DATE-9 REDEFINES RSW-ROW-DATE
                                           PIC 9(08).
       01  RSW-ROW-PERIOD                  PIC X(06)       VALUE SPACES.
       01  RSW-ROW-PERIOD-9 REDEFINES RSW-ROW-PERIOD
                                           PIC 9(06).
       01  RSW-ROW-KEY                     PIC X(46)       VALUE SPACES.
       01  RSW-KEY-LAYOUT                  PIC X(10)       VALUE SPACES.
       01  RSW-DATED-SW                    PIC X(01)       VALUE "N".
           88  RSW-DATED                   VALUE "Y".
       01  RSW-EXPIRED-SW                  PIC X(01)       VALUE "N".
           88  RSW-EXPIRED                 VALUE "Y".
       01  RSW-PROTECT-SW                  PIC X(01)       VALUE "N".
           88  RSW-PROTECTED               VALUE "Y".
       01  RSW-FOUND-SW                    PIC X(01)       VALUE "N".
           88  RSW-FOUND                   VALUE "Y".
      *> ------------------- CUTOFF WORK AREA -------------------------
       01  RSW-CUTOFF-DATE                 PIC 9(08)       VALUE 0.
       01  RSW-CUT-PARTS REDEFINES RSW-CUTOFF-DATE.
           05  RSW-CUT-CCYY                PIC 9(04).
           05  RSW-CUT-MM                  PIC 9(02).
           05  RSW-CUT-DD                  PIC 9(02).
       01  RSW-CUTOFF-PERIOD               PIC 9(06)       VALUE 0.
       01  RSW-FLOOR-DATE                  PIC 9(08)       VALUE 0.
       01  RSW-FLOOR-PARTS REDEFINES RSW-FLOOR-DATE.
           05  RSW-FLR-CCYY                PIC 9(04).
           05  RSW-FLR-MM                  PIC 9(02).
           05  RSW-FLR-DD                  PIC 9(02).
       01  RSW-STEP-CNT                    PIC 9(05)       VALUE 0.
       01  RSW-MONTH-DAYS-STR              PIC X(24)       VALUE
               "312831303130313130313031".
       01  RSW-MONTH-DAYS-TBL REDEFINES RSW-MONTH-DAYS-STR.
           05  RSW-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  RSW-MOD4-Q                      PIC 9(04).
       01  RSW-MOD4-R                      PIC 9(04).
       01  RSW-MOD100-Q                    PIC 9(04).
       01  RSW-MOD100-R                    PIC 9(04).
       01  RSW-MOD400-Q                    PIC 9(04).
       01  RSW-MOD400-R                    PIC 9(04).
      *> ------------------- PRESCAN KEY TABLE ------------------------
      *> PER KEY: THE LAST ROW NUMBER IT APPEARED ON, ITS NEWEST
      *> DATE, AND THE STATUS BYTE OF ITS LAST ROW.  FOR CCBALERT
      *> THE KEY IS THE SOURCE OF AN UNACKNOWLEDGED ORIGINAL ALERT.
       01  RSW-KEY-MAX                     PIC 9(05) COMP  VALUE 2000.
       01  RSW-KEY-CNT                     PIC 9(05) COMP  VALUE 0.
       01  RSW-KX                          PIC 9(05) COMP  VALUE 0.
       01  RSW-KEY-TAB.
           05  RSW-KEY-ENTRY               OCCURS 2000 TIMES.
               10  RSW-KEY-VALUE            PIC X(46).
               10  RSW-KEY-LAST-ROW         PIC 9(09).
               10  RSW-KEY-MAX-DATE         PIC X(08).
               10  RSW-KEY-LAST-FLAG        PIC X(01).
      *> ------------------- PARTNER KEY TABLE ------------------------
       01  RSW-PTN-MAX                     PIC 9(05) COMP  VALUE 5000.
       01  RSW-PTN-CNT                     PIC 9(05) COMP  VALUE 0.
       01  RSW-TX                          PIC 9(05) COMP  VALUE 0.
       01  RSW-PTN-TAB.
           05  RSW-PTN-KEY                 PIC X(46)
                                           OCCURS 5000 TIMES.
       01  RSW-CNT-TXT                     PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "RETSWEEP" TO AUT-WS-FUNCTION
           MOVE "OPERATIONAL LOG FILES" TO AUT-WS-TARGET
           PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
           IF AUT-WS-DENIED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-POLICY THRU 1100-EXIT
               UNTIL RSW-POL-EOF
           IF NOT RSW-HALT
               MOVE 1 TO RSW-PASS
               PERFORM 2000-SWEEP-ONE-FILE THRU 2000-EXIT
                   VARYING RSW-PX FROM 1 BY 1
                   UNTIL RSW-PX > RSW-POL-CNT
               MOVE 2 TO RSW-PASS
               PERFORM 2000-SWEEP-ONE-FILE THRU 2000-EXIT
                   VARYING RSW-PX FROM 1 BY 1
                   UNTIL RSW-PX > RSW-POL-CNT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT RSW-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RSW-RUN-TIME FROM TIME
           OPEN INPUT RETPOL-FILE
           IF NOT RSW-RETPOL-OK
               DISPLAY "RETSWEEP - UNABLE TO OPEN RETPOL, STATUS="
                   RSW-RETPOL-STATUS
               MOVE "Y" TO RSW-POL-EOF-SW
               MOVE "Y" TO RSW-HALT-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND RETCERT-FILE
           IF NOT RSW-RETCERT-OK
               DISPLAY "RETSWEEP - UNABLE TO OPEN RETCERT, STATUS="
                   RSW-RETCERT-STATUS
               CLOSE RETPOL-FILE
               MOVE "Y" TO RSW-POL-EOF-SW
               MOVE "Y" TO RSW-HALT-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO RSW-RETCERT-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-LOAD-ONE-POLICY - TABLES ONE RETPOL ROW AFTER CHECKING  *
      *  THE FILE AND DATE FIELD AGAINST THE KNOWN-FILE TABLE.  A BAD *
      *  ROW HALTS THE WHOLE SWEEP BEFORE ANY FILE IS TOUCHED - A     *
      *  POLICY TABLE THAT IS HALF WRONG IS NOT ONE TO ACT ON.        *
      ******************************************************************
       1100-LOAD-ONE-POLICY.
           READ RETPOL-FILE
               AT END
                   MOVE "Y" TO RSW-POL-EOF-SW
                   CLOSE RETPOL-FILE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO RSW-POL-ROW-NO
           IF RETENTION-POLICY-RECORD = SPACES
               GO TO 1100-EXIT
           END-IF
           MOVE 0 TO RSW-KNX
           PERFORM 1110-MATCH-KNOWN-FILE THRU 1110-EXIT
               VARYING RSW-PX FROM 1 BY 1
               UNTIL RSW-PX > RSW-KNOWN-CNT OR RSW-KNX > 0
           IF RSW-KNX = 0
               DISPLAY "RETSWEEP - RETPOL ROW " RSW-POL-ROW-NO
                   " NAMES NO KNOWN FILE AND DATE FIELD: "
                   RTP-FILE-ID " " RTP-DATE-FIELD
               MOVE "Y" TO RSW-HALT-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           IF RTP-RETAIN-DAYS NOT NUMERIC OR RTP-LIVE-DSN = SPACES
               DISPLAY "RETSWEEP - RETPOL ROW " RSW-POL-ROW-NO
                   " NEEDS A NUMERIC RETENTION AND A LIVE DATASET"
               MOVE "Y" TO RSW-HALT-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1120-CHECK-DUPLICATE THRU 1120-EXIT
               VARYING RSW-PX FROM 1 BY 1
               UNTIL RSW-PX > RSW-POL-CNT
           IF RSW-HALT
               GO TO 1100-EXIT
           END-IF
           IF RSW-POL-CNT >= RSW-POL-MAX
               DISPLAY "RETSWEEP - POLICY TABLE FULL AT " RSW-POL-MAX
               MOVE "Y" TO RSW-HALT-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO RSW-POL-CNT
           MOVE RTP-FILE-ID     TO RSW-POL-FILE-ID (RSW-POL-CNT)
           MOVE RTP-RETAIN-DAYS TO RSW-POL-DAYS (RSW-POL-CNT)
           MOVE RTP-DATE-FIELD  TO RSW-POL-DATE-FIELD (RSW-POL-CNT)
           MOVE RTP-LIVE-DSN    TO RSW-POL-DSN (RSW-POL-CNT)
           MOVE RSW-KNX         TO RSW-POL-KNX (RSW-POL-CNT).
       1100-EXIT.
           EXIT.
      *
       1110-MATCH-KNOWN-FILE.
           IF RSW-KN-FILE-ID (RSW-PX) = RTP-FILE-ID
               AND RSW-KN-DATE-FIELD (RSW-PX) = RTP-DATE-FIELD
               MOVE RSW-PX TO RSW-KNX
           END-IF.
       1110-EXIT.
           EXIT.
      *
       1120-CHECK-DUPLICATE.
           IF RSW-POL-FILE-ID (RSW-PX) = RTP-FILE-ID
               DISPLAY "RETSWEEP - RETPOL NAMES " RTP-FILE-ID
                   " MORE THAN ONCE"
               MOVE "Y" TO RSW-HALT-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
       1120-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-SWEEP-ONE-FILE - PASS 1 SWEEPS EVERY FILE BUT THE       *
      *  SECOND HALF OF A PAIR (ALERTACK, LOADCONF); PASS 2 SWEEPS    *
      *  THOSE, AGAINST THEIR PARTNER AS IT NOW STANDS.               *
      ******************************************************************
       2000-SWEEP-ONE-FILE.
           MOVE RSW-POL-KNX (RSW-PX) TO RSW-KNX
           MOVE RSW-KN-RULE (RSW-KNX) TO RSW-CUR-RULE
           IF RSW-PASS = 1 AND RSW-RULE-SECOND-OF-PAIR
               GO TO 2000-EXIT
           END-IF
           IF RSW-PASS = 2 AND NOT RSW-RULE-SECOND-OF-PAIR
               GO TO 2000-EXIT
           END-IF
           MOVE RSW-KN-DATE-OFF (RSW-KNX) TO RSW-CUR-DATE-OFF
           MOVE RSW-KN-DATE-LEN (RSW-KNX) TO RSW-CUR-DATE-LEN
           MOVE RSW-KN-KEY-OFF (RSW-KNX)  TO RSW-CUR-KEY-OFF
           MOVE RSW-KN-KEY-LEN (RSW-KNX)  TO RSW-CUR-KEY-LEN
           MOVE RSW-POL-DSN (RSW-PX)      TO RSW-LIVE-DSN
           MOVE "N" TO RSW-REFUSE-SW
           MOVE "N" TO RSW-FAIL-SW
           MOVE SPACES TO RSW-NOTE
           MOVE 0 TO RSW-READ-CNT
           MOVE 0 TO RSW-KEPT-CNT
           MOVE 0 TO RSW-PROT-CNT
           MOVE 0 TO RSW-UNDATED-CNT
           MOVE 0 TO RSW-ARCH-CNT
           MOVE 0 TO RSW-KEY-CNT
           MOVE 0 TO RSW-PTN-CNT
           MOVE SPACES TO RSW-ARCHIVE-DSN
           STRING "RETARCH." DELIMITED BY SIZE
               RSW-POL-FILE-ID (RSW-PX) DELIMITED BY SPACE
               "." RSW-RUN-DATE DELIMITED BY SIZE
               INTO RSW-ARCHIVE-DSN
           END-STRING
           PERFORM 2100-SET-CUTOFF THRU 2100-EXIT
           IF RSW-RULE-PAIRED
               PERFORM 2200-LOAD-PARTNER THRU 2200-EXIT
           END-IF
           IF NOT RSW-REFUSED AND RSW-RULE-PRESCAN
               PERFORM 2300-PRESCAN-FILE THRU 2300-EXIT
           END-IF
           IF NOT RSW-REFUSED
               PERFORM 2500-ROUTE-FILE THRU 2500-EXIT
           END-IF
           IF NOT RSW-REFUSED AND NOT RSW-FAILED
               AND RSW-ARCH-CNT > 0
               PERFORM 2600-REPLACE-LIVE THRU 2600-EXIT
           END-IF
           PERFORM 2700-WRITE-CERTIFICATE THRU 2700-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2100-SET-CUTOFF - TODAY STEPPED BACK ONE CALENDAR DAY AT A   *
      *  TIME BY THE RETENTION; A ROW DATED BEFORE THE RESULT HAS     *
      *  EXPIRED.  THE QUALRSLT FLOOR PULLS THE CUTOFF BACK TO THE    *
      *  FIRST OF LAST MONTH WHEN THE RETENTION WOULD REACH PAST IT.  *
      ******************************************************************
       2100-SET-CUTOFF.
           MOVE RSW-RUN-DATE TO RSW-CUTOFF-DATE
           MOVE 0 TO RSW-STEP-CNT
           PERFORM 7300-STEP-BACK-ONE-DAY THRU 7300-EXIT
               UNTIL RSW-STEP-CNT NOT < RSW-POL-DAYS (RSW-PX)
           IF RSW-RULE-MONTH-FLOOR
               MOVE RSW-RUN-DATE TO RSW-FLOOR-DATE
               MOVE 1 TO RSW-FLR-DD
               IF RSW-FLR-MM = 1
                   MOVE 12 TO RSW-FLR-MM
                   SUBTRACT 1 FROM RSW-FLR-CCYY
               ELSE
                   SUBTRACT 1 FROM RSW-FLR-MM
               END-IF
               IF RSW-CUTOFF-DATE > RSW-FLOOR-DATE
                   MOVE RSW-FLOOR-DATE TO RSW-CUTOFF-DATE
                   MOVE "CUTOFF HELD AT THE FIRST OF LAST MONTH"
                       TO RSW-NOTE
               END-IF
           END-IF
           MOVE RSW-CUTOFF-DATE (1:6) TO RSW-CUTOFF-PERIOD.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-LOAD-PARTNER - TABLES THE KEYS ON THE OTHER HALF OF A   *
      *  PAIRED FILE, NAMED BY ITS OWN POLICY ROW.  WITHOUT IT NO ROW *
      *  OF THIS FILE CAN BE JUDGED SAFE, SO THE FILE IS REFUSED.     *
      ******************************************************************
       2200-LOAD-PARTNER.
           MOVE 0 TO RSW-PPX
           PERFORM 2210-FIND-PARTNER-POLICY THRU 2210-EXIT
               VARYING RSW-TX FROM 1 BY 1
               UNTIL RSW-TX > RSW-POL-CNT OR RSW-PPX > 0
           IF RSW-PPX = 0
               MOVE "Y" TO RSW-REFUSE-SW
               MOVE SPACES TO RSW-NOTE
               STRING "NO POLICY ROW FOR PARTNER FILE "
                   RSW-KN-PARTNER (RSW-KNX)
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
               GO TO 2200-EXIT
           END-IF
           MOVE RSW-POL-DSN (RSW-PPX) TO RSW-PARTNER-DSN
           OPEN INPUT PARTNER-FILE
           IF NOT RSW-PARTNER-OK
               MOVE "Y" TO RSW-REFUSE-SW
               MOVE SPACES TO RSW-NOTE
               STRING "PARTNER FILE UNREADABLE, STATUS="
                   RSW-PARTNER-STATUS
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
               GO TO 2200-EXIT
           END-IF
           MOVE RSW-KN-PARTNER (RSW-KNX) TO RSW-KEY-LAYOUT
           MOVE "N" TO RSW-EOF-SW
           PERFORM 2220-LOAD-ONE-PARTNER-KEY THRU 2220-EXIT
               UNTIL RSW-EOF
           CLOSE PARTNER-FILE.
       2200-EXIT.
           EXIT.
      *
       2210-FIND-PARTNER-POLICY.
           IF RSW-POL-FILE-ID (RSW-TX) = RSW-KN-PARTNER (RSW-KNX)
               MOVE RSW-TX TO RSW-PPX
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2220-LOAD-ONE-PARTNER-KEY.
           READ PARTNER-FILE INTO RSW-REC-BUF
               AT END
                   MOVE "Y" TO RSW-EOF-SW
                   GO TO 2220-EXIT
           END-READ
           IF RSW-PTN-CNT >= RSW-PTN-MAX
               MOVE "Y" TO RSW-REFUSE-SW
               MOVE "Y" TO RSW-EOF-SW
               MOVE "PARTNER KEY TABLE FULL - DEPENDENTS NOT JUDGED"
                   TO RSW-NOTE
               GO TO 2220-EXIT
           END-IF
           PERFORM 2800-EXTRACT-KEY THRU 2800-EXIT
           ADD 1 TO RSW-PTN-CNT
           MOVE RSW-ROW-KEY TO RSW-PTN-KEY (RSW-PTN-CNT).
       2220-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2300-PRESCAN-FILE - ONE READ OF THE LIVE FILE TO LEARN, PER  *
      *  KEY, ITS LAST ROW, NEWEST DATE AND LAST STATUS - OR, FOR     *
      *  CCBALERT, WHICH SOURCES STILL HAVE AN UNACKNOWLEDGED         *
      *  ORIGINAL ALERT.  ROWS NUMBER THE SAME WAY IN THE ROUTING     *
      *  PASS THAT FOLLOWS.                                           *
      ******************************************************************
       2300-PRESCAN-FILE.
           OPEN INPUT LIVE-FILE
           IF NOT RSW-LIVE-OK
               MOVE "Y" TO RSW-FAIL-SW
               MOVE SPACES TO RSW-NOTE
               STRING "LIVE FILE UNREADABLE, STATUS=" RSW-LIVE-STATUS
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
               MOVE "Y" TO RSW-REFUSE-SW
               GO TO 2300-EXIT
           END-IF
           MOVE 0 TO RSW-ROW-NO
           MOVE "N" TO RSW-EOF-SW
           PERFORM 2310-PRESCAN-ONE-ROW THRU 2310-EXIT
               UNTIL RSW-EOF
           CLOSE LIVE-FILE.
       2300-EXIT.
           EXIT.
      *
       2310-PRESCAN-ONE-ROW.
           READ LIVE-FILE INTO RSW-REC-BUF
               AT END
                   MOVE "Y" TO RSW-EOF-SW
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO RSW-ROW-NO
           IF RSW-RULE-ALERT
               IF RSW-REC-BUF (17:8) = "ESCALATE"
                   GO TO 2310-EXIT
               END-IF
               MOVE "CCBALERT" TO RSW-KEY-LAYOUT
               PERFORM 2800-EXTRACT-KEY THRU 2800-EXIT
               PERFORM 2900-FIND-PARTNER-KEY THRU 2900-EXIT
               IF RSW-FOUND
                   GO TO 2310-EXIT
               END-IF
               MOVE RSW-REC-BUF (55:30) TO RSW-ROW-KEY
           ELSE
               MOVE SPACES TO RSW-KEY-LAYOUT
               PERFORM 2800-EXTRACT-KEY THRU 2800-EXIT
           END-IF
           PERFORM 2910-FIND-KEY THRU 2910-EXIT
           IF NOT RSW-FOUND
               IF RSW-KEY-CNT >= RSW-KEY-MAX
                   MOVE "Y" TO RSW-REFUSE-SW
                   MOVE "Y" TO RSW-EOF-SW
                   MOVE "KEY TABLE FULL - DEPENDENTS NOT JUDGED"
                       TO RSW-NOTE
                   GO TO 2310-EXIT
               END-IF
               ADD 1 TO RSW-KEY-CNT
               MOVE RSW-KEY-CNT TO RSW-KX
               MOVE RSW-ROW-KEY TO RSW-KEY-VALUE (RSW-KX)
               MOVE SPACES TO RSW-KEY-MAX-DATE (RSW-KX)
           END-IF
           MOVE RSW-ROW-NO TO RSW-KEY-LAST-ROW (RSW-KX)
           MOVE RSW-REC-BUF (17:1) TO RSW-KEY-LAST-FLAG (RSW-KX)
           MOVE RSW-REC-BUF (RSW-CUR-DATE-OFF:RSW-CUR-DATE-LEN)
               TO RSW-ROW-DATE
           IF RSW-ROW-DATE (1:RSW-CUR-DATE-LEN) IS NUMERIC
               AND (RSW-KEY-MAX-DATE (RSW-KX) = SPACES
                   OR RSW-ROW-DATE > RSW-KEY-MAX-DATE (RSW-KX))
               MOVE RSW-ROW-DATE TO RSW-KEY-MAX-DATE (RSW-KX)
           END-IF.
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-ROUTE-FILE - EVERY ROW OF THE LIVE FILE TO THE ARCHIVE  *
      *  OR TO THE STAGING FILE.  ANY OPEN OR WRITE THAT DOES NOT     *
      *  COME BACK CLEAN FAILS THE FILE, AND THE LIVE COPY IS LEFT    *
      *  AS IT WAS.                                                   *
      ******************************************************************
       2500-ROUTE-FILE.
           OPEN INPUT LIVE-FILE
           IF NOT RSW-LIVE-OK
               MOVE "Y" TO RSW-FAIL-SW
               MOVE SPACES TO RSW-NOTE
               STRING "LIVE FILE UNREADABLE, STATUS=" RSW-LIVE-STATUS
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
               GO TO 2500-EXIT
           END-IF
           OPEN OUTPUT RETWORK-FILE
           IF NOT RSW-RETWORK-OK
               MOVE "Y" TO RSW-FAIL-SW
               MOVE SPACES TO RSW-NOTE
               STRING "RETWORK NOT WRITABLE, STATUS="
                   RSW-RETWORK-STATUS
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
               CLOSE LIVE-FILE
               GO TO 2500-EXIT
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF NOT RSW-ARCHIVE-OK
               MOVE "Y" TO RSW-FAIL-SW
               MOVE SPACES TO RSW-NOTE
               STRING "ARCHIVE NOT WRITABLE, STATUS="
                   RSW-ARCHIVE-STATUS
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
               CLOSE LIVE-FILE
               CLOSE RETWORK-FILE
               GO TO 2500-EXIT
           END-IF
           MOVE 0 TO RSW-ROW-NO
           MOVE "N" TO RSW-EOF-SW
           PERFORM 2510-ROUTE-ONE-ROW THRU 2510-EXIT
               UNTIL RSW-EOF
           CLOSE LIVE-FILE
           CLOSE RETWORK-FILE
           CLOSE ARCHIVE-FILE.
       2500-EXIT.
           EXIT.
      *
       2510-ROUTE-ONE-ROW.
           READ LIVE-FILE INTO RSW-REC-BUF
               AT END
                   MOVE "Y" TO RSW-EOF-SW
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO RSW-ROW-NO
           ADD 1 TO RSW-READ-CNT
           PERFORM 2520-JUDGE-ONE-ROW THRU 2520-EXIT
           IF RSW-EXPIRED AND NOT RSW-PROTECTED
               WRITE ARCHIVE-RECORD FROM RSW-REC-BUF (1:RSW-REC-LEN)
               IF NOT RSW-ARCHIVE-OK
                   MOVE "Y" TO RSW-FAIL-SW
                   MOVE "Y" TO RSW-EOF-SW
                   MOVE SPACES TO RSW-NOTE
                   STRING "ARCHIVE WRITE FAILED, STATUS="
                       RSW-ARCHIVE-STATUS
                       DELIMITED BY SIZE INTO RSW-NOTE
                   END-STRING
                   GO TO 2510-EXIT
               END-IF
               ADD 1 TO RSW-ARCH-CNT
               GO TO 2510-EXIT
           END-IF
           WRITE RETWORK-RECORD FROM RSW-REC-BUF (1:RSW-REC-LEN)
           IF NOT RSW-RETWORK-OK
               MOVE "Y" TO RSW-FAIL-SW
               MOVE "Y" TO RSW-EOF-SW
               MOVE SPACES TO RSW-NOTE
               STRING "RETWORK WRITE FAILED, STATUS="
                   RSW-RETWORK-STATUS
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO RSW-KEPT-CNT
           IF NOT RSW-DATED
               ADD 1 TO RSW-UNDATED-CNT
           END-IF
           IF RSW-PROTECTED
               ADD 1 TO RSW-PROT-CNT
           END-IF.
       2510-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2520-JUDGE-ONE-ROW - HAS THE ROW EXPIRED, AND IF SO DOES A   *
      *  DEPENDENT PROGRAM STILL NEED IT.  AN UNDATED ROW IS NEVER    *
      *  EXPIRED.                                                     *
      ******************************************************************
       2520-JUDGE-ONE-ROW.
           MOVE "N" TO RSW-DATED-SW
           MOVE "N" TO RSW-EXPIRED-SW
           MOVE "N" TO RSW-PROTECT-SW
           IF RSW-CUR-DATE-LEN = 6
               MOVE RSW-REC-BUF (RSW-CUR-DATE-OFF:6) TO RSW-ROW-PERIOD
               IF RSW-ROW-PERIOD IS NUMERIC
                   MOVE "Y" TO RSW-DATED-SW
                   IF RSW-ROW-PERIOD-9 < RSW-CUTOFF-PERIOD
                       MOVE "Y" TO RSW-EXPIRED-SW
                   END-IF
               END-IF
           ELSE
               MOVE RSW-REC-BUF (RSW-CUR-DATE-OFF:8) TO RSW-ROW-DATE
               IF RSW-ROW-DATE IS NUMERIC
                   MOVE "Y" TO RSW-DATED-SW
                   IF RSW-ROW-DATE-9 < RSW-CUTOFF-DATE
                       MOVE "Y" TO RSW-EXPIRED-SW
                   END-IF
               END-IF
           END-IF
           IF NOT RSW-EXPIRED
               GO TO 2520-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RSW-RULE-NEWEST
                   MOVE SPACES TO RSW-KEY-LAYOUT
                   PERFORM 2800-EXTRACT-KEY THRU 2800-EXIT
                   PERFORM 2910-FIND-KEY THRU 2910-EXIT
                   IF RSW-FOUND
                       AND RSW-KEY-LAST-ROW (RSW-KX) = RSW-ROW-NO
                       MOVE "Y" TO RSW-PROTECT-SW
                   END-IF
               WHEN RSW-RULE-CAMPAIGN
                   MOVE SPACES TO RSW-KEY-LAYOUT
                   PERFORM 2800-EXTRACT-KEY THRU 2800-EXIT
                   PERFORM 2910-FIND-KEY THRU 2910-EXIT
                   IF RSW-FOUND
                       AND RSW-KEY-MAX-DATE (RSW-KX) NOT = SPACES
                       AND RSW-KEY-MAX-DATE (RSW-KX) NOT <
                           RSW-CUTOFF-DATE
                       MOVE "Y" TO RSW-PROTECT-SW
                   END-IF
               WHEN RSW-RULE-QUARANTINE
                   MOVE SPACES TO RSW-KEY-LAYOUT
                   PERFORM 2800-EXTRACT-KEY THRU 2800-EXIT
                   PERFORM 2910-FIND-KEY THRU 2910-EXIT
                   IF RSW-FOUND
                       AND RSW-KEY-LAST-FLAG (RSW-KX) = "Q"
                       MOVE "Y" TO RSW-PROTECT-SW
                   END-IF
               WHEN RSW-RULE-ALERT
                   IF RSW-REC-BUF (17:8) = "ESCALATE"
                       MOVE RSW-REC-BUF (55:30) TO RSW-ROW-KEY
                       PERFORM 2910-FIND-KEY THRU 2910-EXIT
                       IF RSW-FOUND
                           MOVE "Y" TO RSW-PROTECT-SW
                       END-IF
                   ELSE
                       MOVE "CCBALERT" TO RSW-KEY-LAYOUT
                       PERFORM 2800-EXTRACT-KEY THRU 2800-EXIT
                       PERFORM 2900-FIND-PARTNER-KEY THRU 2900-EXIT
                       IF NOT RSW-FOUND
                           MOVE "Y" TO RSW-PROTECT-SW
                       END-IF
                   END-IF
               WHEN RSW-RULE-DECISION
                   MOVE "ROUTEOUT" TO RSW-KEY-LAYOUT
                   PERFORM 2800-EXTRACT-KEY THRU 2800-EXIT
                   PERFORM 2900-FIND-PARTNER-KEY THRU 2900-EXIT
                   IF NOT RSW-FOUND
                       MOVE "Y" TO RSW-PROTECT-SW
                   END-IF
               WHEN RSW-RULE-ACK OR RSW-RULE-CONFIRM
                   MOVE RSW-POL-FILE-ID (RSW-PX) TO RSW-KEY-LAYOUT
                   PERFORM 2800-EXTRACT-KEY THRU 2800-EXIT
                   PERFORM 2900-FIND-PARTNER-KEY THRU 2900-EXIT
                   IF RSW-FOUND
                       MOVE "Y" TO RSW-PROTECT-SW
                   END-IF
           END-EVALUATE.
       2520-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2600-REPLACE-LIVE - THE STAGED ROWS BECOME THE LIVE COPY.    *
      *  ONLY REACHED WHEN THE ROUTING PASS CAME BACK CLEAN AND       *
      *  SOMETHING ACTUALLY MOVED TO THE ARCHIVE.                     *
      ******************************************************************
       2600-REPLACE-LIVE.
           OPEN INPUT RETWORK-FILE
           IF NOT RSW-RETWORK-OK
               MOVE "Y" TO RSW-FAIL-SW
               MOVE SPACES TO RSW-NOTE
               STRING "RETWORK UNREADABLE, LIVE NOT REWRITTEN, STATUS="
                   RSW-RETWORK-STATUS
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
               GO TO 2600-EXIT
           END-IF
           OPEN OUTPUT LIVE-FILE
           IF NOT RSW-LIVE-OK
               MOVE "Y" TO RSW-FAIL-SW
               MOVE SPACES TO RSW-NOTE
               STRING "LIVE FILE NOT REWRITTEN, STATUS="
                   RSW-LIVE-STATUS
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
               CLOSE RETWORK-FILE
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO RSW-EOF-SW
           PERFORM 2610-COPY-ONE-ROW THRU 2610-EXIT
               UNTIL RSW-EOF
           CLOSE RETWORK-FILE
           CLOSE LIVE-FILE.
       2600-EXIT.
           EXIT.
      *
       2610-COPY-ONE-ROW.
           READ RETWORK-FILE INTO RSW-REC-BUF
               AT END
                   MOVE "Y" TO RSW-EOF-SW
                   GO TO 2610-EXIT
           END-READ
           WRITE LIVE-RECORD FROM RSW-REC-BUF (1:RSW-REC-LEN)
           IF NOT RSW-LIVE-OK
               MOVE "Y" TO RSW-FAIL-SW
               MOVE "Y" TO RSW-EOF-SW
               MOVE SPACES TO RSW-NOTE
               STRING "LIVE REWRITE FAILED, STATUS=" RSW-LIVE-STATUS
                   " - RESTORE FROM RETWORK"
                   DELIMITED BY SIZE INTO RSW-NOTE
               END-STRING
           END-IF.
       2610-EXIT.
           EXIT.
      *
       2700-WRITE-CERTIFICATE.
           MOVE RSW-RUN-DATE              TO RTC-RUN-DATE
           MOVE RSW-RUN-TIME              TO RTC-RUN-TIME
           MOVE RSW-POL-FILE-ID (RSW-PX)  TO RTC-FILE-ID
           MOVE RSW-POL-DATE-FIELD (RSW-PX) TO RTC-DATE-FIELD
           MOVE RSW-POL-DAYS (RSW-PX)     TO RTC-RETAIN-DAYS
           MOVE RSW-CUTOFF-DATE           TO RTC-CUTOFF-DATE
           MOVE RSW-READ-CNT              TO RTC-ROWS-READ
           MOVE RSW-KEPT-CNT              TO RTC-ROWS-KEPT
           MOVE RSW-PROT-CNT              TO RTC-ROWS-PROTECTED
           MOVE RSW-UNDATED-CNT           TO RTC-ROWS-UNDATED
           MOVE RSW-ARCH-CNT              TO RTC-ROWS-ARCHIVED
           MOVE RSW-ARCHIVE-DSN           TO RTC-ARCHIVE-DSN
           MOVE RSW-NOTE                  TO RTC-NOTE
           EVALUATE TRUE
               WHEN RSW-FAILED
                   MOVE "FAILED" TO RTC-RESULT
               WHEN RSW-REFUSED
                   MOVE "REFUSED" TO RTC-RESULT
               WHEN OTHER
                   MOVE "SWEPT" TO RTC-RESULT
           END-EVALUATE
           IF RSW-ARCH-CNT = 0 OR NOT RTC-SWEPT
               MOVE SPACES TO RTC-ARCHIVE-DSN
           END-IF
           WRITE RETENTION-CERT-RECORD
      *> A FILE SWEPT WITH NO CERTIFICATE BEHIND IT HAS NO PROOF OF
      *> WHAT WENT TO THE ARCHIVE - THE RUN MUST NOT END CLEAN.
           IF NOT RSW-RETCERT-OK
               DISPLAY "RETSWEEP - RETCERT WRITE FAILED FOR "
                   RTC-FILE-ID ", STATUS=" RSW-RETCERT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RTC-SWEPT
               ADD 1 TO RSW-FILES-SWEPT-CNT
               ADD RSW-ARCH-CNT TO RSW-TOTAL-ARCH-CNT
           ELSE
               ADD 1 TO RSW-FILES-BAD-CNT
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE RSW-ARCH-CNT TO RSW-CNT-TXT
           DISPLAY "RETSWEEP - " RTC-FILE-ID " " RTC-RESULT
               " CUTOFF " RTC-CUTOFF-DATE " ARCHIVED " RSW-CNT-TXT
               " " RSW-NOTE.
       2700-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2800-EXTRACT-KEY - THE ROW KEY OF RSW-REC-BUF, LAID OUT AS   *
      *  THE FILE NAMED IN RSW-KEY-LAYOUT WRITES IT, IN THE ONE FORM  *
      *  BOTH HALVES OF A PAIR ARE COMPARED IN: ALERT DATE, TIME AND  *
      *  SOURCE FOR CCBALERT/ALERTACK; FILE-ID AND LOAD PROGRAM FOR   *
      *  ROUTEOUT/LOADCONF.  ANY OTHER LAYOUT TAKES THE KEY AT THE    *
      *  KNOWN-FILE TABLE'S OFFSET AND LENGTH.                        *
      ******************************************************************
       2800-EXTRACT-KEY.
           MOVE SPACES TO RSW-ROW-KEY
           EVALUATE RSW-KEY-LAYOUT
               WHEN "CCBALERT"
                   MOVE RSW-REC-BUF (1:16)  TO RSW-ROW-KEY (1:16)
                   MOVE RSW-REC-BUF (55:30) TO RSW-ROW-KEY (17:30)
               WHEN "ALERTACK"
                   MOVE RSW-REC-BUF (1:46)  TO RSW-ROW-KEY
               WHEN "ROUTEOUT"
                   MOVE RSW-REC-BUF (17:8)  TO RSW-ROW-KEY (1:8)
                   MOVE RSW-REC-BUF (29:8)  TO RSW-ROW-KEY (9:8)
               WHEN "LOADCONF"
                   MOVE RSW-REC-BUF (17:16) TO RSW-ROW-KEY (1:16)
               WHEN OTHER
                   MOVE RSW-REC-BUF (RSW-CUR-KEY-OFF:RSW-CUR-KEY-LEN)
                       TO RSW-ROW-KEY
           END-EVALUATE.
       2800-EXIT.
           EXIT.
      *
       2900-FIND-PARTNER-KEY.
           MOVE "N" TO RSW-FOUND-SW
           PERFORM 2905-MATCH-ONE-PARTNER-KEY THRU 2905-EXIT
               VARYING RSW-TX FROM 1 BY 1
               UNTIL RSW-TX > RSW-PTN-CNT OR RSW-FOUND.
       2900-EXIT.
           EXIT.
      *
       2905-MATCH-ONE-PARTNER-KEY.
           IF RSW-PTN-KEY (RSW-TX) = RSW-ROW-KEY
               MOVE "Y" TO RSW-FOUND-SW
           END-IF.
       2905-EXIT.
           EXIT.
      *
       2910-FIND-KEY.
           MOVE "N" TO RSW-FOUND-SW
           PERFORM 2915-MATCH-ONE-KEY THRU 2915-EXIT
               VARYING RSW-KX FROM 1 BY 1
               UNTIL RSW-KX > RSW-KEY-CNT OR RSW-FOUND
           IF RSW-FOUND
               SUBTRACT 1 FROM RSW-KX
           END-IF.
       2910-EXIT.
           EXIT.
      *
       2915-MATCH-ONE-KEY.
           IF RSW-KEY-VALUE (RSW-KX) = RSW-ROW-KEY
               MOVE "Y" TO RSW-FOUND-SW
           END-IF.
       2915-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "RETSWEEP - " RSW-FILES-SWEPT-CNT " FILES SWEPT, "
               RSW-TOTAL-ARCH-CNT " ROWS ARCHIVED, "
               RSW-FILES-BAD-CNT " FILES REFUSED OR FAILED".
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7300-STEP-BACK-ONE-DAY - RSW-CUTOFF-DATE LESS ONE CALENDAR   *
      *  DAY, ACROSS MONTH AND YEAR ENDS, FEBRUARY 29 IN LEAP YEARS.  *
      ******************************************************************
       7300-STEP-BACK-ONE-DAY.
           ADD 1 TO RSW-STEP-CNT
           IF RSW-CUT-DD > 1
               SUBTRACT 1 FROM RSW-CUT-DD
               GO TO 7300-EXIT
           END-IF
           IF RSW-CUT-MM > 1
               SUBTRACT 1 FROM RSW-CUT-MM
           ELSE
               MOVE 12 TO RSW-CUT-MM
               SUBTRACT 1 FROM RSW-CUT-CCYY
           END-IF
           MOVE RSW-MONTH-DAYS (RSW-CUT-MM) TO RSW-CUT-DD
           IF RSW-CUT-MM = 2
               DIVIDE RSW-CUT-CCYY BY 4   GIVING RSW-MOD4-Q
                   REMAINDER RSW-MOD4-R
               DIVIDE RSW-CUT-CCYY BY 100 GIVING RSW-MOD100-Q
                   REMAINDER RSW-MOD100-R
               DIVIDE RSW-CUT-CCYY BY 400 GIVING RSW-MOD400-Q
                   REMAINDER RSW-MOD400-R
               IF RSW-MOD4-R = 0
                   AND (RSW-MOD100-R NOT = 0 OR RSW-MOD400-R = 0)
                   MOVE 29 TO RSW-CUT-DD
               END-IF
           END-IF.
       7300-EXIT.
           EXIT.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *
       9000-TERMINATE.
           IF RSW-RETCERT-OPENED
               CLOSE RETCERT-FILE
           END-IF.
