      ******************************************************************
      **                                                              *
      **  PROGRAM      MAILROI                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  CAMPAIGN COST AND RETURN-ON-MAILING REPORT -   *
      **      WHAT EACH CAMPAIGN COST, WHAT IT DREW AND WHAT THE       *
      **      RESPONSES WERE WORTH, ON ONE PAGE INSTEAD OF IN THREE    *
      **      DEPARTMENTS.  THE PIECES COME FROM THE MAILCAMP PIECE    *
      **      REGISTRY (DD CAMPIECE) AND THEIR POSTAGE FROM THE        *
      **      LEDGER MAILSORT APPENDS TO DD MAILPST BEHIND EVERY       *
      **      CAMPAIGN MANIFEST (MAILPST.cpy), WHICH ALSO GIVES EACH   *
      **      PIECE'S ZIP ITS POSTAGE TIER.  PRODUCTION COST - A       *
      **      FIXED AMOUNT PLUS A COST PER PIECE - COMES FROM THE      *
      **      CAMPAIGN COST TABLE ON DD CAMPCOST (CAMPCOST.cpy).       *
      **      RESPONSES COME FROM THE MAILRESP LOG (DD RESPLOG); EACH  *
      **      RESPONDING PIECE'S ADDRESSEE IS FOLLOWED THROUGH THE     *
      **      CUSTOMER CROSS-REFERENCE (DD CUSTXREF, NAME AND ZIP) TO  *
      **      ITS ACCOUNTS, AND THOSE ACCOUNTS' MASTER AMOUNT (DD      *
      **      MASTEXT, OR THE WIDENED-AMOUNT MASTER ON DD MASTEXTW     *
      **      WHEN THAT IS PRESENTED) IS THE RESPONSE'S VALUE.         *
      **                                                               *
      **      DD ROIRPT SHOWS, FOR EVERY CAMPAIGN AND FOR EACH ZIP     *
      **      TIER WITHIN IT, THE PIECES, FULL COST, COST PER PIECE,   *
      **      RESPONSES, RESPONSE RATE, COST PER RESPONSE, VALUE AND   *
      **      VALUE PER RESPONSE.  THE CAMPAIGN'S FIXED COST IS        *
      **      SPREAD OVER ITS TIERS BY PIECE COUNT.  RETURNED PIECES   *
      **      ARE WASTED SPEND: A PIECE WHOSE ADDRESSEE (NAME AND      *
      **      ZIP) HAS RETURNS ON THE TRACKING FILE (DD RETTRACK)      *
      **      DATED ON OR AFTER ITS MAIL DATE COUNTS AS RETURNED,      *
      **      LATEST PIECES FIRST, UP TO THE ADDRESSEE'S RETURN        *
      **      COUNT, AND ITS POSTAGE AND PIECE COST ARE SHOWN AS       *
      **      WASTED.                                                  *
      **                                                               *
      **      CAMPCOST, RESPLOG, CUSTXREF, MASTEXT AND RETTRACK ARE    *
      **      OPTIONAL; ONE NOT PRESENTED LEAVES ITS FIGURES AT ZERO   *
      **      AND IS NOTED ON THE REPORT.                              *
      **      RETURN-CODE 04 - A FILE NOT PRESENTED, A CAMPAIGN WITH   *
      **      NO COST ROW, PIECES THE LEDGER DOES NOT COVER, OR A      *
      **      RESPONSE NAMING NO REGISTERED PIECE.                     *
      **      RETURN-CODE 16 - CAMPIECE, MAILPST OR ROIRPT COULD NOT   *
      **      BE OPENED, OR A TABLE OVERFLOWED - THE FIGURES ARE       *
      **      INCOMPLETE.                                              *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   READ THE WIDENED-AMOUNT MASTER (DD          *
      **                   MASTEXTW, MASTRECW) WHEN PRESENT, ELSE DD   *
      **                   MASTEXT, THROUGH THE SHARED                 *
      **                   MASTWWS/MASTWNR EITHER-LAYOUT READ.         *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILROI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPIECE-FILE ASSIGN TO "CAMPIECE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRO-CAMPIECE-STATUS.
           SELECT MAILPST-FILE  ASSIGN TO "MAILPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRO-MAILPST-STATUS.
      *> OPTIONAL - "05" ON OPEN IS A FILE NOT PRESENTED.
           SELECT OPTIONAL CAMPCOST-FILE ASSIGN TO "CAMPCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRO-CAMPCOST-STATUS.
           SELECT OPTIONAL RESPLOG-FILE ASSIGN TO "RESPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRO-RESPLOG-STATUS.
           SELECT OPTIONAL CUSTXREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRO-CUSTXREF-STATUS.
           SELECT OPTIONAL MASTEXT-FILE ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MRO-MASTEXT-STATUS.
      *> OPTIONAL - THE WIDENED-AMOUNT MASTER (MASTRECW.cpy).  WHEN
      *> IT IS PRESENT THE RUN READS IT INSTEAD OF DD MASTEXT - SEE
      *> MASTWWS.cpy.
           SELECT OPTIONAL MASTEXTW-FILE ASSIGN TO "MASTEXTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT OPTIONAL RETTRACK-FILE ASSIGN TO "RETTRACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRO-RETTRACK-STATUS.
           SELECT ROIRPT-FILE   ASSIGN TO "ROIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRO-ROIRPT-STATUS.
      *> THE SUITE EXTRACT-ACCESS LOG - SEE ACCLOGWS.cpy.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPIECE-FILE.
       COPY CAMPREC.
       FD  MAILPST-FILE.
       COPY MAILPST.
       FD  CAMPCOST-FILE.
       COPY CAMPCOST.
       FD  RESPLOG-FILE.
       COPY RESPREC.
       FD  CUSTXREF-FILE.
       COPY CUSTXREF.
       FD  MASTEXT-FILE.
       01  MASTEXT-RECORD                  PIC X(37).
       FD  MASTEXTW-FILE.
       01  MASTEXTW-RECORD                 PIC X(39).
       FD  RETTRACK-FILE.
       COPY RETTRACK.
       FD  ROIRPT-FILE.
       01  ROIRPT-RECORD                   PIC X(132).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED EXTRACT-ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE MASTER RECORD IN EITHER LAYOUT - SEE MASTWWS.cpy.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  MRO-CAMPIECE-STATUS             PIC XX.
           88  MRO-CAMPIECE-OK             VALUE "00".
       01  MRO-MAILPST-STATUS              PIC XX.
           88  MRO-MAILPST-OK              VALUE "00".
       01  MRO-CAMPCOST-STATUS             PIC XX.
           88  MRO-CAMPCOST-OK             VALUE "00".
           88  MRO-CAMPCOST-ABSENT         VALUE "05".
       01  MRO-RESPLOG-STATUS              PIC XX.
           88  MRO-RESPLOG-OK              VALUE "00".
           88  MRO-RESPLOG-ABSENT          VALUE "05".
       01  MRO-CUSTXREF-STATUS             PIC XX.
           88  MRO-CUSTXREF-OK             VALUE "00".
           88  MRO-CUSTXREF-ABSENT         VALUE "05".
       01  MRO-MASTEXT-STATUS              PIC XX.
           88  MRO-MASTEXT-OK              VALUE "00".
           88  MRO-MASTEXT-ABSENT          VALUE "05".
       01  MRO-RETTRACK-STATUS             PIC XX.
           88  MRO-RETTRACK-OK             VALUE "00".
           88  MRO-RETTRACK-ABSENT         VALUE "05".
       01  MRO-ROIRPT-STATUS               PIC XX.
           88  MRO-ROIRPT-OK               VALUE "00".
      *> WHETHER THE REPORT IS OPEN AT TERMINATION TIME IS TRACKED
      *> HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  MRO-ROIRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  MRO-ROIRPT-OPENED           VALUE "Y".
      *> SET ONCE EACH EXTRACT HAS BEEN READ, FOR THE ACCESS LOG.
       01  MRO-CUSTXREF-READ-SW            PIC X(01)       VALUE "N".
           88  MRO-CUSTXREF-READ           VALUE "Y".
       01  MRO-MASTEXT-READ-SW             PIC X(01)       VALUE "N".
           88  MRO-MASTEXT-READ            VALUE "Y".
       01  MRO-EOF-SW                      PIC X(01)       VALUE "N".
           88  MRO-EOF                     VALUE "Y".
       01  MRO-HALTED-SW                   PIC X(01)       VALUE "N".
           88  MRO-HALTED                  VALUE "Y".
      *> --------------------- CAMPAIGN TABLE --------------------------
      *> ONE ENTRY PER CAMPAIGN, WITH ONE BUCKET PER ZIP TIER: 1
      *> 5-DIGIT, 2 3-DIGIT, 3 MIXED, 4 PIECES NO LEDGER ROW COVERS.
       01  MRO-CMP-MAX                     PIC 9(04) COMP  VALUE 100.
       01  MRO-CMP-CNT                     PIC 9(04) COMP  VALUE 0.
       01  MRO-CMP-TAB.
           05  MRO-CMP-ENTRY               OCCURS 100 TIMES.
               10  MRO-CMP-CODE            PIC X(08).
               10  MRO-CMP-COST-SW         PIC X(01).
                   88  MRO-CMP-COSTED      VALUE "Y".
               10  MRO-CMP-FIXED           PIC 9(07)V99.
               10  MRO-CMP-UNIT            PIC 9(03)V9(04).
               10  MRO-CMP-LEDGER-PIECES   PIC 9(07).
               10  MRO-CMP-TIER            OCCURS 4 TIMES.
                   15  MRO-TR-PIECES       PIC 9(07).
                   15  MRO-TR-POSTAGE      PIC 9(09)V99.
                   15  MRO-TR-RESP         PIC 9(07).
                   15  MRO-TR-VALUE        PIC S9(11)V99.
                   15  MRO-TR-RETURNED     PIC 9(07).
                   15  MRO-TR-WASTED       PIC 9(09)V99.
       01  MRO-CX                          PIC 9(04) COMP  VALUE 0.
       01  MRO-HIT                         PIC 9(04) COMP  VALUE 0.
       01  MRO-KEY-CAMPAIGN                PIC X(08)       VALUE SPACES.
       01  MRO-TX                          PIC 9(01) COMP  VALUE 0.
       01  MRO-TIER-STR.
           05  FILLER  PIC X(08) VALUE "5-DIGIT ".
           05  FILLER  PIC X(08) VALUE "3-DIGIT ".
           05  FILLER  PIC X(08) VALUE "MIXED   ".
           05  FILLER  PIC X(08) VALUE "NO LEDGR".
       01  MRO-TIER-NAMES REDEFINES MRO-TIER-STR.
           05  MRO-TIER-NAME               PIC X(08) OCCURS 4 TIMES.
      *> ----------------- LEDGER ROWS BY CAMPAIGN AND ZIP -------------
      *> A CAMPAIGN MAILED OVER MORE THAN ONE RUN LEDGERS A ZIP MORE
      *> THAN ONCE; THE ROWS FOLD TOGETHER ON CAMPAIGN, ZIP AND TIER.
       01  MRO-MZ-MAX                      PIC 9(04) COMP  VALUE 3000.
       01  MRO-MZ-CNT                      PIC 9(04) COMP  VALUE 0.
       01  MRO-MZ-TAB.
           05  MRO-MZ-ENTRY                OCCURS 3000 TIMES.
               10  MRO-MZ-CMP              PIC 9(04) COMP.
               10  MRO-MZ-ZIP              PIC 9(05).
               10  MRO-MZ-TIER-IX          PIC 9(01) COMP.
               10  MRO-MZ-PIECES           PIC 9(07).
               10  MRO-MZ-POSTAGE          PIC 9(09)V99.
       01  MRO-MX                          PIC 9(04) COMP  VALUE 0.
       01  MRO-MZ-HIT                      PIC 9(04) COMP  VALUE 0.
      *> ------------------------ PIECE TABLE --------------------------
       01  MRO-PC-MAX                      PIC 9(04) COMP  VALUE 5000.
       01  MRO-PC-CNT                      PIC 9(04) COMP  VALUE 0.
       01  MRO-PC-TAB.
           05  MRO-PC-ENTRY                OCCURS 5000 TIMES.
               10  MRO-PC-CMP              PIC 9(04) COMP.
               10  MRO-PC-SEQ              PIC 9(07).
               10  MRO-PC-ZIP              PIC 9(05).
      *> THE ADDRESSEE AS A 23-BYTE CUSTOMER-NAME; SPACES WHEN THE
      *> REGISTRY NAME IS WIDER, SO IT NEVER MATCHES A CUSTOMER.
               10  MRO-PC-NAME             PIC X(23).
               10  MRO-PC-MAIL-DATE        PIC 9(08).
               10  MRO-PC-MZ               PIC 9(04) COMP.
               10  MRO-PC-TIER-IX          PIC 9(01) COMP.
               10  MRO-PC-RESP-SW          PIC X(01).
                   88  MRO-PC-RESPONDED    VALUE "Y".
               10  MRO-PC-RET-SW           PIC X(01).
                   88  MRO-PC-RETURNED     VALUE "Y".
       01  MRO-PX                          PIC 9(04) COMP  VALUE 0.
       01  MRO-PC-HIT                      PIC 9(04) COMP  VALUE 0.
      *> ------------------ CROSS-REFERENCE LINKS ----------------------
       01  MRO-XR-MAX                      PIC 9(04) COMP  VALUE 2000.
       01  MRO-XR-CNT                      PIC 9(04) COMP  VALUE 0.
       01  MRO-XR-TAB.
           05  MRO-XR-ENTRY                OCCURS 2000 TIMES.
               10  MRO-XR-NAME             PIC X(23).
               10  MRO-XR-ZIP              PIC 9(05).
               10  MRO-XR-ACCOUNT          PIC X(09).
       01  MRO-XX                          PIC 9(04) COMP  VALUE 0.
      *> ------------------ RESPONDING ACCOUNTS ------------------------
      *> ONE ENTRY PER ACCOUNT PER CAMPAIGN, SO AN ACCOUNT THAT
      *> ANSWERED TWO PIECES OF ONE CAMPAIGN IS VALUED ONCE.
       01  MRO-AC-MAX                      PIC 9(04) COMP  VALUE 2000.
       01  MRO-AC-CNT                      PIC 9(04) COMP  VALUE 0.
       01  MRO-AC-TAB.
           05  MRO-AC-ENTRY                OCCURS 2000 TIMES.
               10  MRO-AC-ACCOUNT          PIC X(09).
               10  MRO-AC-CMP              PIC 9(04) COMP.
               10  MRO-AC-TIER-IX          PIC 9(01) COMP.
               10  MRO-AC-VALUE            PIC S9(11)V99.
       01  MRO-AX                          PIC 9(04) COMP  VALUE 0.
       01  MRO-AC-HIT                      PIC 9(04) COMP  VALUE 0.
      *> ------------------------ COUNTS -------------------------------
       01  MRO-XREF-READ-CNT               PIC 9(09)       VALUE 0.
       01  MRO-MAST-READ-CNT               PIC 9(09)       VALUE 0.
       01  MRO-UNMATCHED-CNT               PIC 9(07)       VALUE 0.
       01  MRO-RET-LEFT                    PIC 9(04)       VALUE 0.
       01  MRO-FLAG-CNT                    PIC 9(05)       VALUE 0.
      *> ------------------------ ONE LINE -----------------------------
       01  MRO-LN-PIECES                   PIC 9(07)       VALUE 0.
       01  MRO-LN-POSTAGE                  PIC 9(09)V99    VALUE 0.
       01  MRO-LN-RESP                     PIC 9(07)       VALUE 0.
       01  MRO-LN-VALUE                    PIC S9(11)V99   VALUE 0.
       01  MRO-LN-RETURNED                 PIC 9(07)       VALUE 0.
       01  MRO-LN-WASTED                   PIC 9(09)V99    VALUE 0.
       01  MRO-LN-FIXED                    PIC 9(09)V99    VALUE 0.
       01  MRO-LN-COST                     PIC 9(09)V99    VALUE 0.
       01  MRO-CMP-PIECES                  PIC 9(07)       VALUE 0.
       01  MRO-WORK-AMT                    PIC 9(09)V99    VALUE 0.
       01  MRO-WORK-UNIT                   PIC 9(05)V9(04) VALUE 0.
       01  MRO-WORK-RATE                   PIC 9(03)V99    VALUE 0.
       01  MRO-WORK-VALUE                  PIC S9(11)V99   VALUE 0.
       01  MRO-CNT-TXT                     PIC ZZZZZZ9.
       01  MRO-AMT-TXT                     PIC ZZZZZZZZ9.99.
       01  MRO-VAL-TXT                     PIC -ZZZZZZZZ9.99.
       01  MRO-UNIT-TXT                    PIC ZZZZ9.9999.
       01  MRO-RATE-TXT                    PIC ZZ9.99.
       01  MRO-PIECES-COL                  PIC X(07)       VALUE SPACES.
       01  MRO-COST-COL                    PIC X(12)       VALUE SPACES.
       01  MRO-CPP-COL                     PIC X(10)       VALUE SPACES.
       01  MRO-RESP-COL                    PIC X(07)       VALUE SPACES.
       01  MRO-RATE-COL                    PIC X(06)       VALUE SPACES.
       01  MRO-CPR-COL                     PIC X(12)       VALUE SPACES.
       01  MRO-VALUE-COL                   PIC X(13)       VALUE SPACES.
       01  MRO-VPR-COL                     PIC X(13)       VALUE SPACES.
       01  MRO-RET-COL                     PIC X(07)       VALUE SPACES.
       01  MRO-WASTE-COL                   PIC X(12)       VALUE SPACES.
       01  MRO-LINE-LABEL                  PIC X(08)       VALUE SPACES.
       01  MRO-OUT-LINE                    PIC X(132)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-COSTS THRU 1100-EXIT
           PERFORM 1200-LOAD-LEDGER THRU 1200-EXIT
           PERFORM 1300-LOAD-PIECES THRU 1300-EXIT
           PERFORM 2000-COUNT-RESPONSES THRU 2000-EXIT
           PERFORM 2100-LOAD-XREF THRU 2100-EXIT
           PERFORM 2200-LINK-RESPONDERS THRU 2200-EXIT
           PERFORM 2300-VALUE-ACCOUNTS THRU 2300-EXIT
           PERFORM 2500-MATCH-RETURNS THRU 2500-EXIT
           PERFORM 4000-ECONOMICS-REPORT THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT ROIRPT-FILE
           IF NOT MRO-ROIRPT-OK
               DISPLAY "MAILROI - UNABLE TO OPEN ROIRPT, STATUS="
                   MRO-ROIRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO MRO-ROIRPT-OPENED-SW
           MOVE "CAMPAIGN ECONOMICS - COST AND RETURN ON MAILING"
               TO MRO-OUT-LINE
           WRITE ROIRPT-RECORD FROM MRO-OUT-LINE
           MOVE SPACES TO MRO-OUT-LINE
           WRITE ROIRPT-RECORD FROM MRO-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-COSTS.
           IF MRO-HALTED
               GO TO 1100-EXIT
           END-IF
           OPEN INPUT CAMPCOST-FILE
           IF MRO-CAMPCOST-ABSENT
               MOVE "CAMPCOST NOT PRESENTED - PRODUCTION COST TAKEN "
                   & "AS ZERO" TO MRO-OUT-LINE
               PERFORM 4900-WRITE-FLAG-LINE THRU 4900-EXIT
               CLOSE CAMPCOST-FILE
               GO TO 1100-EXIT
           END-IF
           IF NOT MRO-CAMPCOST-OK
               DISPLAY "MAILROI - UNABLE TO OPEN CAMPCOST, STATUS="
                   MRO-CAMPCOST-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO MRO-EOF-SW
           PERFORM 1110-LOAD-ONE-COST THRU 1110-EXIT
               UNTIL MRO-EOF
           CLOSE CAMPCOST-FILE.
       1100-EXIT.
           EXIT.
      *
       1110-LOAD-ONE-COST.
           READ CAMPCOST-FILE
               AT END
                   MOVE "Y" TO MRO-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF CCT-CAMPAIGN = SPACES
               GO TO 1110-EXIT
           END-IF
           MOVE CCT-CAMPAIGN TO MRO-KEY-CAMPAIGN
           PERFORM 7000-FIND-OR-ADD-CAMPAIGN THRU 7000-EXIT
           IF MRO-HIT = 0
               GO TO 1110-EXIT
           END-IF
           MOVE "Y" TO MRO-CMP-COST-SW (MRO-HIT)
           IF CCT-FIXED-COST NUMERIC
               MOVE CCT-FIXED-COST TO MRO-CMP-FIXED (MRO-HIT)
           END-IF
           IF CCT-UNIT-COST NUMERIC
               MOVE CCT-UNIT-COST TO MRO-CMP-UNIT (MRO-HIT)
           END-IF.
       1110-EXIT.
           EXIT.
      *
       1200-LOAD-LEDGER.
           IF MRO-HALTED
               GO TO 1200-EXIT
           END-IF
           OPEN INPUT MAILPST-FILE
           IF NOT MRO-MAILPST-OK
               DISPLAY "MAILROI - UNABLE TO OPEN MAILPST, STATUS="
                   MRO-MAILPST-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO MRO-EOF-SW
           PERFORM 1210-LOAD-ONE-LEDGER-ROW THRU 1210-EXIT
               UNTIL MRO-EOF
           CLOSE MAILPST-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-LEDGER-ROW.
           READ MAILPST-FILE
               AT END
                   MOVE "Y" TO MRO-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           IF MPS-CAMPAIGN = SPACES
               OR MPS-ZIP NOT NUMERIC
               OR MPS-PIECES NOT NUMERIC
               OR MPS-POSTAGE NOT NUMERIC
               GO TO 1210-EXIT
           END-IF
           MOVE MPS-CAMPAIGN TO MRO-KEY-CAMPAIGN
           PERFORM 7000-FIND-OR-ADD-CAMPAIGN THRU 7000-EXIT
           IF MRO-HIT = 0
               GO TO 1210-EXIT
           END-IF
           EVALUATE TRUE
               WHEN MPS-TIER-5D
                   MOVE 1 TO MRO-TX
               WHEN MPS-TIER-3D
                   MOVE 2 TO MRO-TX
               WHEN OTHER
                   MOVE 3 TO MRO-TX
           END-EVALUATE
           MOVE 0 TO MRO-MZ-HIT
           PERFORM 1220-MATCH-ONE-LEDGER-ZIP THRU 1220-EXIT
               VARYING MRO-MX FROM 1 BY 1
               UNTIL MRO-MX > MRO-MZ-CNT OR MRO-MZ-HIT > 0
           IF MRO-MZ-HIT = 0
               IF MRO-MZ-CNT >= MRO-MZ-MAX
                   DISPLAY "MAILROI - LEDGER TABLE FULL AT "
                       MRO-MZ-MAX " CAMPAIGN/ZIP ROWS"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1210-EXIT
               END-IF
               ADD 1 TO MRO-MZ-CNT
               MOVE MRO-MZ-CNT TO MRO-MZ-HIT
               MOVE MRO-HIT    TO MRO-MZ-CMP (MRO-MZ-HIT)
               MOVE MPS-ZIP    TO MRO-MZ-ZIP (MRO-MZ-HIT)
               MOVE MRO-TX     TO MRO-MZ-TIER-IX (MRO-MZ-HIT)
               MOVE 0          TO MRO-MZ-PIECES (MRO-MZ-HIT)
               MOVE 0          TO MRO-MZ-POSTAGE (MRO-MZ-HIT)
           END-IF
           ADD MPS-PIECES  TO MRO-MZ-PIECES (MRO-MZ-HIT)
           ADD MPS-POSTAGE TO MRO-MZ-POSTAGE (MRO-MZ-HIT)
           ADD MPS-PIECES  TO MRO-CMP-LEDGER-PIECES (MRO-HIT)
           ADD MPS-POSTAGE TO MRO-TR-POSTAGE (MRO-HIT, MRO-TX).
       1210-EXIT.
           EXIT.
      *
       1220-MATCH-ONE-LEDGER-ZIP.
           IF MRO-MZ-CMP (MRO-MX) = MRO-HIT
               AND MRO-MZ-ZIP (MRO-MX) = MPS-ZIP
               AND MRO-MZ-TIER-IX (MRO-MX) = MRO-TX
               MOVE MRO-MX TO MRO-MZ-HIT
           END-IF.
       1220-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-LOAD-PIECES - EVERY REGISTERED PIECE, WITH THE LEDGER    *
      *  ROW THAT PRICED ITS ZIP.  A PIECE NO ROW COVERS (A CAMPAIGN   *
      *  PRESORTED WITHOUT ITS CODE ON PSTPRM) LANDS IN THE NO-LEDGER  *
      *  BUCKET WITH NO POSTAGE.                                       *
      ******************************************************************
       1300-LOAD-PIECES.
           IF MRO-HALTED
               GO TO 1300-EXIT
           END-IF
           OPEN INPUT CAMPIECE-FILE
           IF NOT MRO-CAMPIECE-OK
               DISPLAY "MAILROI - UNABLE TO OPEN CAMPIECE, STATUS="
                   MRO-CAMPIECE-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO MRO-EOF-SW
           PERFORM 1310-LOAD-ONE-PIECE THRU 1310-EXIT
               UNTIL MRO-EOF
           CLOSE CAMPIECE-FILE.
       1300-EXIT.
           EXIT.
      *
       1310-LOAD-ONE-PIECE.
           READ CAMPIECE-FILE
               AT END
                   MOVE "Y" TO MRO-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           MOVE CPG-CAMPAIGN TO MRO-KEY-CAMPAIGN
           PERFORM 7000-FIND-OR-ADD-CAMPAIGN THRU 7000-EXIT
           IF MRO-HIT = 0
               GO TO 1310-EXIT
           END-IF
           IF MRO-PC-CNT >= MRO-PC-MAX
               DISPLAY "MAILROI - PIECE TABLE FULL AT " MRO-PC-MAX
                   " PIECES"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO MRO-PC-CNT
           MOVE MRO-HIT       TO MRO-PC-CMP (MRO-PC-CNT)
           MOVE CPG-PIECE-SEQ TO MRO-PC-SEQ (MRO-PC-CNT)
           MOVE CPG-MAIL-DATE TO MRO-PC-MAIL-DATE (MRO-PC-CNT)
           IF CPG-ZIP NUMERIC
               MOVE CPG-ZIP   TO MRO-PC-ZIP (MRO-PC-CNT)
           ELSE
               MOVE 99999     TO MRO-PC-ZIP (MRO-PC-CNT)
           END-IF
           IF CPG-COMPANY-NAME (24:7) = SPACES
               MOVE CPG-COMPANY-NAME TO MRO-PC-NAME (MRO-PC-CNT)
           ELSE
               MOVE SPACES    TO MRO-PC-NAME (MRO-PC-CNT)
           END-IF
           MOVE "N" TO MRO-PC-RESP-SW (MRO-PC-CNT)
           MOVE "N" TO MRO-PC-RET-SW (MRO-PC-CNT)
           MOVE 0 TO MRO-MZ-HIT
           PERFORM 1320-FIND-PIECE-LEDGER-ROW THRU 1320-EXIT
               VARYING MRO-MX FROM 1 BY 1
               UNTIL MRO-MX > MRO-MZ-CNT OR MRO-MZ-HIT > 0
           MOVE MRO-MZ-HIT TO MRO-PC-MZ (MRO-PC-CNT)
           IF MRO-MZ-HIT = 0
               MOVE 4 TO MRO-TX
           ELSE
               MOVE MRO-MZ-TIER-IX (MRO-MZ-HIT) TO MRO-TX
           END-IF
           MOVE MRO-TX TO MRO-PC-TIER-IX (MRO-PC-CNT)
           ADD 1 TO MRO-TR-PIECES (MRO-HIT, MRO-TX).
       1310-EXIT.
           EXIT.
      *
       1320-FIND-PIECE-LEDGER-ROW.
           IF MRO-MZ-CMP (MRO-MX) = MRO-HIT
               AND MRO-MZ-ZIP (MRO-MX) = MRO-PC-ZIP (MRO-PC-CNT)
               MOVE MRO-MX TO MRO-MZ-HIT
           END-IF.
       1320-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-COUNT-RESPONSES - EVERY LOGGED RESPONSE COUNTS, AS IT    *
      *  DOES ON THE MAILRESP RATE REPORT; ONE NAMING NO REGISTERED    *
      *  PIECE IS COUNTED APART AND FLAGGED.                           *
      ******************************************************************
       2000-COUNT-RESPONSES.
           IF MRO-HALTED
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT RESPLOG-FILE
           IF MRO-RESPLOG-ABSENT
               MOVE "RESPLOG NOT PRESENTED - NO RESPONSES COUNTED"
                   TO MRO-OUT-LINE
               PERFORM 4900-WRITE-FLAG-LINE THRU 4900-EXIT
               CLOSE RESPLOG-FILE
               GO TO 2000-EXIT
           END-IF
           IF NOT MRO-RESPLOG-OK
               DISPLAY "MAILROI - UNABLE TO OPEN RESPLOG, STATUS="
                   MRO-RESPLOG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO MRO-EOF-SW
           PERFORM 2010-COUNT-ONE-RESPONSE THRU 2010-EXIT
               UNTIL MRO-EOF
           CLOSE RESPLOG-FILE
           IF MRO-UNMATCHED-CNT > 0
               MOVE MRO-UNMATCHED-CNT TO MRO-CNT-TXT
               MOVE SPACES TO MRO-OUT-LINE
               STRING "RESPLOG HOLDS " MRO-CNT-TXT " RESPONSE(S) "
                   "NAMING NO REGISTERED PIECE - NOT COUNTED"
                   DELIMITED BY SIZE INTO MRO-OUT-LINE
               END-STRING
               PERFORM 4900-WRITE-FLAG-LINE THRU 4900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2010-COUNT-ONE-RESPONSE.
           READ RESPLOG-FILE
               AT END
                   MOVE "Y" TO MRO-EOF-SW
                   GO TO 2010-EXIT
           END-READ
           MOVE RSP-CAMPAIGN TO MRO-KEY-CAMPAIGN
           MOVE 0 TO MRO-HIT
           PERFORM 7010-MATCH-ONE-CAMPAIGN THRU 7010-EXIT
               VARYING MRO-CX FROM 1 BY 1
               UNTIL MRO-CX > MRO-CMP-CNT OR MRO-HIT > 0
           MOVE 0 TO MRO-PC-HIT
           IF MRO-HIT > 0
               PERFORM 2020-MATCH-ONE-PIECE THRU 2020-EXIT
                   VARYING MRO-PX FROM 1 BY 1
                   UNTIL MRO-PX > MRO-PC-CNT OR MRO-PC-HIT > 0
           END-IF
           IF MRO-PC-HIT = 0
               ADD 1 TO MRO-UNMATCHED-CNT
               GO TO 2010-EXIT
           END-IF
           MOVE MRO-PC-TIER-IX (MRO-PC-HIT) TO MRO-TX
           ADD 1 TO MRO-TR-RESP (MRO-HIT, MRO-TX)
           MOVE "Y" TO MRO-PC-RESP-SW (MRO-PC-HIT).
       2010-EXIT.
           EXIT.
      *
       2020-MATCH-ONE-PIECE.
           IF MRO-PC-CMP (MRO-PX) = MRO-HIT
               AND MRO-PC-SEQ (MRO-PX) = RSP-PIECE-SEQ
               MOVE MRO-PX TO MRO-PC-HIT
           END-IF.
       2020-EXIT.
           EXIT.
      *
       2100-LOAD-XREF.
           IF MRO-HALTED
               GO TO 2100-EXIT
           END-IF
           OPEN INPUT CUSTXREF-FILE
           IF MRO-CUSTXREF-ABSENT
               MOVE "CUSTXREF NOT PRESENTED - RESPONSES CARRY NO "
                   & "VALUE" TO MRO-OUT-LINE
               PERFORM 4900-WRITE-FLAG-LINE THRU 4900-EXIT
               CLOSE CUSTXREF-FILE
               GO TO 2100-EXIT
           END-IF
           IF NOT MRO-CUSTXREF-OK
               DISPLAY "MAILROI - UNABLE TO OPEN CUSTXREF, STATUS="
                   MRO-CUSTXREF-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE "Y" TO MRO-CUSTXREF-READ-SW
           MOVE "N" TO MRO-EOF-SW
           PERFORM 2110-LOAD-ONE-LINK THRU 2110-EXIT
               UNTIL MRO-EOF
           CLOSE CUSTXREF-FILE.
       2100-EXIT.
           EXIT.
      *
      *> A LINK CUSTXMNT HAS REMOVED NO LONGER TIES THE CUSTOMER TO
      *> THE ACCOUNT, SO IT CARRIES NO VALUE.
       2110-LOAD-ONE-LINK.
           READ CUSTXREF-FILE
               AT END
                   MOVE "Y" TO MRO-EOF-SW
                   GO TO 2110-EXIT
           END-READ
           ADD 1 TO MRO-XREF-READ-CNT
           IF CXR-REMOVED OR CXR-ZIP NOT NUMERIC
               GO TO 2110-EXIT
           END-IF
           IF MRO-XR-CNT >= MRO-XR-MAX
               DISPLAY "MAILROI - CROSS-REFERENCE TABLE FULL AT "
                   MRO-XR-MAX " LINKS"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO MRO-XR-CNT
           MOVE CXR-CUSTOMER-NAME TO MRO-XR-NAME (MRO-XR-CNT)
           MOVE CXR-ZIP           TO MRO-XR-ZIP (MRO-XR-CNT)
           MOVE CXR-ACCOUNT-NO    TO MRO-XR-ACCOUNT (MRO-XR-CNT).
       2110-EXIT.
           EXIT.
      *
       2200-LINK-RESPONDERS.
           IF MRO-HALTED
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-LINK-ONE-PIECE THRU 2210-EXIT
               VARYING MRO-PX FROM 1 BY 1
               UNTIL MRO-PX > MRO-PC-CNT OR MRO-HALTED.
       2200-EXIT.
           EXIT.
      *
       2210-LINK-ONE-PIECE.
           IF NOT MRO-PC-RESPONDED (MRO-PX)
               OR MRO-PC-NAME (MRO-PX) = SPACES
               GO TO 2210-EXIT
           END-IF
           PERFORM 2220-LINK-ONE-XREF THRU 2220-EXIT
               VARYING MRO-XX FROM 1 BY 1
               UNTIL MRO-XX > MRO-XR-CNT OR MRO-HALTED.
       2210-EXIT.
           EXIT.
      *
       2220-LINK-ONE-XREF.
           IF MRO-XR-NAME (MRO-XX) NOT = MRO-PC-NAME (MRO-PX)
               OR MRO-XR-ZIP (MRO-XX) NOT = MRO-PC-ZIP (MRO-PX)
               GO TO 2220-EXIT
           END-IF
           MOVE 0 TO MRO-AC-HIT
           PERFORM 2230-MATCH-ONE-ACCOUNT THRU 2230-EXIT
               VARYING MRO-AX FROM 1 BY 1
               UNTIL MRO-AX > MRO-AC-CNT OR MRO-AC-HIT > 0
           IF MRO-AC-HIT > 0
               GO TO 2220-EXIT
           END-IF
           IF MRO-AC-CNT >= MRO-AC-MAX
               DISPLAY "MAILROI - RESPONDING-ACCOUNT TABLE FULL AT "
                   MRO-AC-MAX " ACCOUNTS"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2220-EXIT
           END-IF
           ADD 1 TO MRO-AC-CNT
           MOVE MRO-XR-ACCOUNT (MRO-XX) TO MRO-AC-ACCOUNT (MRO-AC-CNT)
           MOVE MRO-PC-CMP (MRO-PX)     TO MRO-AC-CMP (MRO-AC-CNT)
           MOVE MRO-PC-TIER-IX (MRO-PX) TO MRO-AC-TIER-IX (MRO-AC-CNT)
           MOVE 0                       TO MRO-AC-VALUE (MRO-AC-CNT).
       2220-EXIT.
           EXIT.
      *
       2230-MATCH-ONE-ACCOUNT.
           IF MRO-AC-ACCOUNT (MRO-AX) = MRO-XR-ACCOUNT (MRO-XX)
               AND MRO-AC-CMP (MRO-AX) = MRO-PC-CMP (MRO-PX)
               MOVE MRO-AX TO MRO-AC-HIT
           END-IF.
       2230-EXIT.
           EXIT.
      *
       2300-VALUE-ACCOUNTS.
           IF MRO-HALTED
               GO TO 2300-EXIT
           END-IF
           PERFORM 2305-OPEN-MASTER THRU 2305-EXIT
           IF NOT MRO-MASTEXT-READ AND NOT MASTW-OPENED
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO MRO-EOF-SW
           PERFORM 2310-VALUE-ONE-MASTER THRU 2310-EXIT
               UNTIL MRO-EOF
           IF MASTW-OPENED
               CLOSE MASTEXTW-FILE
           ELSE
               CLOSE MASTEXT-FILE
           END-IF
           PERFORM 2320-ROLL-UP-ONE-ACCOUNT THRU 2320-EXIT
               VARYING MRO-AX FROM 1 BY 1
               UNTIL MRO-AX > MRO-AC-CNT.
       2300-EXIT.
           EXIT.
      *
      *> THE WIDENED MASTER WINS WHEN ITS DD IS PRESENT; OTHERWISE THE
      *> RUN IS ON THE OLD LAYOUT AS ALWAYS.
       2305-OPEN-MASTER.
           OPEN INPUT MASTEXTW-FILE
           IF MASTW-OK
               MOVE "W" TO MASTW-LAYOUT-SW
               MOVE "Y" TO MASTW-OPENED-SW
               GO TO 2305-EXIT
           END-IF
           IF NOT MASTW-ABSENT
               DISPLAY "MAILROI - UNABLE TO OPEN MASTEXTW, STATUS="
                   MASTW-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2305-EXIT
           END-IF
           CLOSE MASTEXTW-FILE
           OPEN INPUT MASTEXT-FILE
           IF MRO-MASTEXT-ABSENT
               MOVE "MASTEXT NOT PRESENTED - RESPONSES CARRY NO "
                   & "VALUE" TO MRO-OUT-LINE
               PERFORM 4900-WRITE-FLAG-LINE THRU 4900-EXIT
               CLOSE MASTEXT-FILE
               GO TO 2305-EXIT
           END-IF
           IF NOT MRO-MASTEXT-OK
               DISPLAY "MAILROI - UNABLE TO OPEN MASTEXT, STATUS="
                   MRO-MASTEXT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2305-EXIT
           END-IF
           MOVE "Y" TO MRO-MASTEXT-READ-SW.
       2305-EXIT.
           EXIT.
      *
       2310-VALUE-ONE-MASTER.
           IF MASTW-WIDE-LAYOUT
               READ MASTEXTW-FILE INTO MASTER-REC-W
                   AT END
                       MOVE "Y" TO MRO-EOF-SW
               END-READ
           ELSE
               READ MASTEXT-FILE INTO MASTER_REC
                   AT END
                       MOVE "Y" TO MRO-EOF-SW
               END-READ
           END-IF
           IF MRO-EOF
               GO TO 2310-EXIT
           END-IF
           ADD 1 TO MRO-MAST-READ-CNT
           IF MASTW-WIDE-LAYOUT
               IF MW-AMOUNT NOT NUMERIC
                   GO TO 2310-EXIT
               END-IF
           ELSE
               IF AMOUNT OF MASTER_REC NOT NUMERIC
                   GO TO 2310-EXIT
               END-IF
           END-IF
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           PERFORM 2315-CREDIT-ONE-ACCOUNT THRU 2315-EXIT
               VARYING MRO-AX FROM 1 BY 1
               UNTIL MRO-AX > MRO-AC-CNT.
       2310-EXIT.
           EXIT.
      *
       2315-CREDIT-ONE-ACCOUNT.
           IF MRO-AC-ACCOUNT (MRO-AX) = ACCOUNT_NO OF MASTER_REC
               ADD MASTW-AMOUNT TO MRO-AC-VALUE (MRO-AX)
           END-IF.
       2315-EXIT.
           EXIT.
      *
       2320-ROLL-UP-ONE-ACCOUNT.
           MOVE MRO-AC-CMP (MRO-AX)     TO MRO-CX
           MOVE MRO-AC-TIER-IX (MRO-AX) TO MRO-TX
           ADD MRO-AC-VALUE (MRO-AX) TO MRO-TR-VALUE (MRO-CX, MRO-TX).
       2320-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-MATCH-RETURNS - RETTRACK KNOWS AN ADDRESSEE'S RETURNS,   *
      *  NOT WHICH PIECES CAME BACK.  EACH ROW MARKS THE ADDRESSEE'S   *
      *  PIECES MAILED ON OR BEFORE ITS LAST RETURN, LATEST FIRST, UP  *
      *  TO ITS RETURN COUNT - THE PIECES MOST LIKELY TO BE THE ONES   *
      *  RETURNED.  A RETURNED PIECE WASTED ITS POSTAGE AND ITS PIECE  *
      *  COST; THE FIXED COST WAS SPENT EITHER WAY.                    *
      ******************************************************************
       2500-MATCH-RETURNS.
           IF MRO-HALTED
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT RETTRACK-FILE
           IF MRO-RETTRACK-ABSENT
               MOVE "RETTRACK NOT PRESENTED - NO WASTED SPEND SHOWN"
                   TO MRO-OUT-LINE
               PERFORM 4900-WRITE-FLAG-LINE THRU 4900-EXIT
               CLOSE RETTRACK-FILE
               GO TO 2500-EXIT
           END-IF
           IF NOT MRO-RETTRACK-OK
               DISPLAY "MAILROI - UNABLE TO OPEN RETTRACK, STATUS="
                   MRO-RETTRACK-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO MRO-EOF-SW
           PERFORM 2510-MATCH-ONE-RETURN-ROW THRU 2510-EXIT
               UNTIL MRO-EOF
           CLOSE RETTRACK-FILE.
       2500-EXIT.
           EXIT.
      *
       2510-MATCH-ONE-RETURN-ROW.
           READ RETTRACK-FILE
               AT END
                   MOVE "Y" TO MRO-EOF-SW
                   GO TO 2510-EXIT
           END-READ
           IF RTT-RETURN-CNT NOT NUMERIC
               OR RTT-LAST-DATE NOT NUMERIC
               OR RTT-ZIP NOT NUMERIC
               OR RTT-CUSTOMER-NAME = SPACES
               GO TO 2510-EXIT
           END-IF
           MOVE RTT-RETURN-CNT TO MRO-RET-LEFT
           PERFORM 2520-MARK-ONE-RETURNED THRU 2520-EXIT
               VARYING MRO-PX FROM MRO-PC-CNT BY -1
               UNTIL MRO-PX < 1 OR MRO-RET-LEFT = 0.
       2510-EXIT.
           EXIT.
      *
       2520-MARK-ONE-RETURNED.
           IF MRO-PC-RETURNED (MRO-PX)
               OR MRO-PC-NAME (MRO-PX) NOT = RTT-CUSTOMER-NAME
               OR MRO-PC-ZIP (MRO-PX) NOT = RTT-ZIP
               OR MRO-PC-MAIL-DATE (MRO-PX) > RTT-LAST-DATE
               GO TO 2520-EXIT
           END-IF
           MOVE "Y" TO MRO-PC-RET-SW (MRO-PX)
           SUBTRACT 1 FROM MRO-RET-LEFT
           MOVE MRO-PC-CMP (MRO-PX)     TO MRO-CX
           MOVE MRO-PC-TIER-IX (MRO-PX) TO MRO-TX
           MOVE MRO-PC-MZ (MRO-PX)      TO MRO-MX
           ADD 1 TO MRO-TR-RETURNED (MRO-CX, MRO-TX)
           ADD MRO-CMP-UNIT (MRO-CX) TO MRO-TR-WASTED (MRO-CX, MRO-TX)
           IF MRO-MX > 0
               COMPUTE MRO-WORK-AMT ROUNDED =
                   MRO-MZ-POSTAGE (MRO-MX) / MRO-MZ-PIECES (MRO-MX)
               ADD MRO-WORK-AMT TO MRO-TR-WASTED (MRO-CX, MRO-TX)
           END-IF.
       2520-EXIT.
           EXIT.
      *
       4000-ECONOMICS-REPORT.
           IF NOT MRO-ROIRPT-OPENED
               GO TO 4000-EXIT
           END-IF
           IF MRO-HALTED
               MOVE "RUN HALTED - FIGURES ARE INCOMPLETE, SEE THE "
                   & "JOB LOG" TO MRO-OUT-LINE
               WRITE ROIRPT-RECORD FROM MRO-OUT-LINE
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO MRO-OUT-LINE
           WRITE ROIRPT-RECORD FROM MRO-OUT-LINE
           MOVE SPACES TO MRO-OUT-LINE
           STRING "CAMPAIGN TIER      PIECES         COST    COST/PC"
               "    RESP  RATE%    COST/RESP         VALUE"
               "    VALUE/RESP RETURNS       WASTED"
               DELIMITED BY SIZE INTO MRO-OUT-LINE
           END-STRING
           WRITE ROIRPT-RECORD FROM MRO-OUT-LINE
           PERFORM 4100-REPORT-ONE-CAMPAIGN THRU 4100-EXIT
               VARYING MRO-CX FROM 1 BY 1
               UNTIL MRO-CX > MRO-CMP-CNT
           DISPLAY "MAILROI - " MRO-CMP-CNT " CAMPAIGNS, " MRO-PC-CNT
               " PIECES, " MRO-FLAG-CNT " ITEMS FLAGGED"
           IF MRO-FLAG-CNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4100-REPORT-ONE-CAMPAIGN - A LINE PER TIER THE CAMPAIGN USED, *
      *  THEN THE CAMPAIGN LINE, THEN ANYTHING THAT MAKES ITS FIGURES  *
      *  LESS THAN WHOLE.  A COST-TABLE ROW FOR A CAMPAIGN NOT YET     *
      *  MAILED PRINTS NOTHING.                                        *
      ******************************************************************
       4100-REPORT-ONE-CAMPAIGN.
           MOVE 0 TO MRO-CMP-PIECES
           PERFORM 4110-ADD-ONE-TIER-PIECES THRU 4110-EXIT
               VARYING MRO-TX FROM 1 BY 1 UNTIL MRO-TX > 4
           IF MRO-CMP-PIECES = 0
               AND MRO-CMP-LEDGER-PIECES (MRO-CX) = 0
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO MRO-OUT-LINE
           WRITE ROIRPT-RECORD FROM MRO-OUT-LINE
           PERFORM 4200-REPORT-ONE-TIER THRU 4200-EXIT
               VARYING MRO-TX FROM 1 BY 1 UNTIL MRO-TX > 4
           PERFORM 4300-REPORT-CAMPAIGN-TOTAL THRU 4300-EXIT
           IF NOT MRO-CMP-COSTED (MRO-CX)
               MOVE SPACES TO MRO-OUT-LINE
               STRING "         " MRO-CMP-CODE (MRO-CX)
                   " HAS NO CAMPCOST ROW - PRODUCTION COST TAKEN AS "
                   "ZERO" DELIMITED BY SIZE INTO MRO-OUT-LINE
               END-STRING
               PERFORM 4900-WRITE-FLAG-LINE THRU 4900-EXIT
           END-IF
           IF MRO-TR-PIECES (MRO-CX, 4) > 0
               OR MRO-CMP-LEDGER-PIECES (MRO-CX) NOT = MRO-CMP-PIECES
               MOVE MRO-CMP-LEDGER-PIECES (MRO-CX) TO MRO-CNT-TXT
               MOVE MRO-CNT-TXT TO MRO-PIECES-COL
               MOVE MRO-CMP-PIECES TO MRO-CNT-TXT
               MOVE SPACES TO MRO-OUT-LINE
               STRING "         LEDGER PIECES " MRO-PIECES-COL
                   " VS CAMPIECE PIECES " MRO-CNT-TXT
                   " - NOT EVERY MAILING OF " MRO-CMP-CODE (MRO-CX)
                   " WAS PRESORTED UNDER ITS CODE"
                   DELIMITED BY SIZE INTO MRO-OUT-LINE
               END-STRING
               PERFORM 4900-WRITE-FLAG-LINE THRU 4900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
      *
       4110-ADD-ONE-TIER-PIECES.
           ADD MRO-TR-PIECES (MRO-CX, MRO-TX) TO MRO-CMP-PIECES.
       4110-EXIT.
           EXIT.
      *
      *> THE TIER'S SHARE OF THE FIXED COST FOLLOWS ITS SHARE OF THE
      *> CAMPAIGN'S PIECES.
       4200-REPORT-ONE-TIER.
           IF MRO-TR-PIECES (MRO-CX, MRO-TX) = 0
               AND MRO-TR-POSTAGE (MRO-CX, MRO-TX) = 0
               GO TO 4200-EXIT
           END-IF
           MOVE MRO-TR-PIECES (MRO-CX, MRO-TX)   TO MRO-LN-PIECES
           MOVE MRO-TR-POSTAGE (MRO-CX, MRO-TX)  TO MRO-LN-POSTAGE
           MOVE MRO-TR-RESP (MRO-CX, MRO-TX)     TO MRO-LN-RESP
           MOVE MRO-TR-VALUE (MRO-CX, MRO-TX)    TO MRO-LN-VALUE
           MOVE MRO-TR-RETURNED (MRO-CX, MRO-TX) TO MRO-LN-RETURNED
           MOVE MRO-TR-WASTED (MRO-CX, MRO-TX)   TO MRO-LN-WASTED
           IF MRO-CMP-PIECES = 0
               MOVE 0 TO MRO-LN-FIXED
           ELSE
               COMPUTE MRO-LN-FIXED ROUNDED =
                   MRO-CMP-FIXED (MRO-CX) * MRO-LN-PIECES
                   / MRO-CMP-PIECES
           END-IF
           MOVE MRO-TIER-NAME (MRO-TX) TO MRO-LINE-LABEL
           PERFORM 4500-WRITE-ECONOMICS-LINE THRU 4500-EXIT.
       4200-EXIT.
           EXIT.
      *
       4300-REPORT-CAMPAIGN-TOTAL.
           MOVE MRO-CMP-PIECES TO MRO-LN-PIECES
           MOVE 0 TO MRO-LN-POSTAGE
           MOVE 0 TO MRO-LN-RESP
           MOVE 0 TO MRO-LN-VALUE
           MOVE 0 TO MRO-LN-RETURNED
           MOVE 0 TO MRO-LN-WASTED
           PERFORM 4310-ADD-ONE-TIER THRU 4310-EXIT
               VARYING MRO-TX FROM 1 BY 1 UNTIL MRO-TX > 4
           MOVE MRO-CMP-FIXED (MRO-CX) TO MRO-LN-FIXED
           MOVE "ALL     " TO MRO-LINE-LABEL
           PERFORM 4500-WRITE-ECONOMICS-LINE THRU 4500-EXIT.
       4300-EXIT.
           EXIT.
      *
       4310-ADD-ONE-TIER.
           ADD MRO-TR-POSTAGE (MRO-CX, MRO-TX)  TO MRO-LN-POSTAGE
           ADD MRO-TR-RESP (MRO-CX, MRO-TX)     TO MRO-LN-RESP
           ADD MRO-TR-VALUE (MRO-CX, MRO-TX)    TO MRO-LN-VALUE
           ADD MRO-TR-RETURNED (MRO-CX, MRO-TX) TO MRO-LN-RETURNED
           ADD MRO-TR-WASTED (MRO-CX, MRO-TX)   TO MRO-LN-WASTED.
       4310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4500-WRITE-ECONOMICS-LINE - COST IS POSTAGE PLUS THE PIECE    *
      *  COST OF EVERY PIECE PLUS THE LINE'S SHARE OF THE FIXED COST.  *
      *  A RATIO WITH NOTHING UNDER IT PRINTS AS N/A.                  *
      ******************************************************************
       4500-WRITE-ECONOMICS-LINE.
           COMPUTE MRO-LN-COST ROUNDED = MRO-LN-POSTAGE + MRO-LN-FIXED
               + MRO-CMP-UNIT (MRO-CX) * MRO-LN-PIECES
           MOVE MRO-LN-PIECES TO MRO-CNT-TXT
           MOVE MRO-CNT-TXT TO MRO-PIECES-COL
           MOVE MRO-LN-COST TO MRO-AMT-TXT
           MOVE MRO-AMT-TXT TO MRO-COST-COL
           MOVE MRO-LN-RESP TO MRO-CNT-TXT
           MOVE MRO-CNT-TXT TO MRO-RESP-COL
           MOVE MRO-LN-VALUE TO MRO-VAL-TXT
           MOVE MRO-VAL-TXT TO MRO-VALUE-COL
           MOVE MRO-LN-RETURNED TO MRO-CNT-TXT
           MOVE MRO-CNT-TXT TO MRO-RET-COL
           MOVE MRO-LN-WASTED TO MRO-AMT-TXT
           MOVE MRO-AMT-TXT TO MRO-WASTE-COL
           IF MRO-LN-PIECES = 0
               MOVE "       N/A" TO MRO-CPP-COL
               MOVE "   N/A" TO MRO-RATE-COL
           ELSE
               COMPUTE MRO-WORK-UNIT ROUNDED =
                   MRO-LN-COST / MRO-LN-PIECES
               MOVE MRO-WORK-UNIT TO MRO-UNIT-TXT
               MOVE MRO-UNIT-TXT TO MRO-CPP-COL
               COMPUTE MRO-WORK-RATE ROUNDED =
                   MRO-LN-RESP * 100.00 / MRO-LN-PIECES
               MOVE MRO-WORK-RATE TO MRO-RATE-TXT
               MOVE MRO-RATE-TXT TO MRO-RATE-COL
           END-IF
           IF MRO-LN-RESP = 0
               MOVE "         N/A" TO MRO-CPR-COL
               MOVE "          N/A" TO MRO-VPR-COL
           ELSE
               COMPUTE MRO-WORK-AMT ROUNDED =
                   MRO-LN-COST / MRO-LN-RESP
               MOVE MRO-WORK-AMT TO MRO-AMT-TXT
               MOVE MRO-AMT-TXT TO MRO-CPR-COL
               COMPUTE MRO-WORK-VALUE ROUNDED =
                   MRO-LN-VALUE / MRO-LN-RESP
               MOVE MRO-WORK-VALUE TO MRO-VAL-TXT
               MOVE MRO-VAL-TXT TO MRO-VPR-COL
           END-IF
           MOVE SPACES TO MRO-OUT-LINE
           STRING MRO-CMP-CODE (MRO-CX) " " MRO-LINE-LABEL " "
               MRO-PIECES-COL " " MRO-COST-COL " " MRO-CPP-COL " "
               MRO-RESP-COL " " MRO-RATE-COL " " MRO-CPR-COL " "
               MRO-VALUE-COL " " MRO-VPR-COL " " MRO-RET-COL " "
               MRO-WASTE-COL DELIMITED BY SIZE INTO MRO-OUT-LINE
           END-STRING
           WRITE ROIRPT-RECORD FROM MRO-OUT-LINE.
       4500-EXIT.
           EXIT.
      *
       4900-WRITE-FLAG-LINE.
           ADD 1 TO MRO-FLAG-CNT
           IF MRO-ROIRPT-OPENED
               WRITE ROIRPT-RECORD FROM MRO-OUT-LINE
           END-IF
           DISPLAY "MAILROI - " MRO-OUT-LINE (1:100).
       4900-EXIT.
           EXIT.
      *
       7000-FIND-OR-ADD-CAMPAIGN.
           MOVE 0 TO MRO-HIT
           PERFORM 7010-MATCH-ONE-CAMPAIGN THRU 7010-EXIT
               VARYING MRO-CX FROM 1 BY 1
               UNTIL MRO-CX > MRO-CMP-CNT OR MRO-HIT > 0
           IF MRO-HIT > 0
               GO TO 7000-EXIT
           END-IF
           IF MRO-CMP-CNT >= MRO-CMP-MAX
               DISPLAY "MAILROI - CAMPAIGN TABLE FULL AT "
                   MRO-CMP-MAX " CAMPAIGNS"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 7000-EXIT
           END-IF
           ADD 1 TO MRO-CMP-CNT
           MOVE MRO-CMP-CNT TO MRO-HIT
           INITIALIZE MRO-CMP-ENTRY (MRO-HIT)
           MOVE MRO-KEY-CAMPAIGN TO MRO-CMP-CODE (MRO-HIT)
           MOVE "N" TO MRO-CMP-COST-SW (MRO-HIT).
       7000-EXIT.
           EXIT.
      *
       7010-MATCH-ONE-CAMPAIGN.
           IF MRO-CMP-CODE (MRO-CX) = MRO-KEY-CAMPAIGN
               MOVE MRO-CX TO MRO-HIT
           END-IF.
       7010-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           MOVE "MAILROI " TO AXL-WS-PROGRAM
           IF MRO-CUSTXREF-READ
               MOVE "CUSTXREF" TO AXL-WS-EXTRACT-DD
               MOVE MRO-XREF-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF MRO-MASTEXT-READ OR MASTW-OPENED
               IF MASTW-OPENED
                   MOVE "MASTEXTW" TO AXL-WS-EXTRACT-DD
               ELSE
                   MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
               END-IF
               MOVE MRO-MAST-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF MRO-ROIRPT-OPENED
               CLOSE ROIRPT-FILE
           END-IF.
      *
       1900-HALT-RUN.
           MOVE "Y" TO MRO-HALTED-SW
           MOVE "Y" TO MRO-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
