      **                   REFAUDIT ROW ALONGSIDE THE EXISTING        *
      **                   EFFECTIVE DATING.  A CARD WITH NO CHECKER  *
      **                   OR A SELF-APPROVING ONE IS REJECTED.       *
      **  2026/10/15 DAO   ADD THE FIRE EXPENSE BUDGET AS TABLE "B"   *
      **                   (EXPBIN TO EXPBOUT, EXPBUDRC): THE CODE IS *
      **                   STATE, H-CODE, GROUP AND CCYYMM, THE       *
      **                   MEANING CARRIES THE SIGNED AMOUNT.  THE    *
      **                   IN-MEMORY TABLE GROWS TO 5000 ROWS FOR IT. *
      **  2026/10/15 DAO   ADD THE FIRE AGENT MASTER (AGTMIN TO       *
      **                   AGTMOUT, AGTMSTRC) AS TABLE "G" FOR AGENT  *
      **                   ROWS AND "L" FOR LICENSE ROWS: THE CODE IS *
      **                   THE AGENT, PLUS THE STATE ON A LICENSE.    *
      **  2026/10/15 DAO   ADD THE H-CODE LINE-OF-BUSINESS HIERARCHY  *
      **                   (HLOBIN TO HLOBOUT, HCLOBREC) AS TABLE "Y" *
      **                   BESIDE HCODEREF: THE CODE IS THE H-CODE,   *
      **                   THE MEANING ITS SUB-LINE, LINE, SEGMENT    *
      **                   AND DESCRIPTION.  A MAPPING IS ONLY ADDED  *
      **                   FOR AN H-CODE ON HCODEREF ON ITS DATE.     *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STUFFOUT-FILE ASSIGN TO "STUFFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFT-STUFFOUT-STATUS.
      *> THE FIRE EXPENSE BUDGET - OPTIONAL ON INPUT LIKE THE OTHER
      *> THREE.
           SELECT OPTIONAL EXPBIN-FILE ASSIGN TO "EXPBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFT-EXPBIN-STATUS.
           SELECT EXPBOUT-FILE  ASSIGN TO "EXPBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFT-EXPBOUT-STATUS.
      *> THE FIRE AGENT MASTER - AGENT AND LICENSE ROWS IN ONE FILE,
      *> OPTIONAL ON INPUT LIKE THE OTHERS.
           SELECT OPTIONAL AGTMIN-FILE ASSIGN TO "AGTMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFT-AGTMIN-STATUS.
           SELECT AGTMOUT-FILE  ASSIGN TO "AGTMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFT-AGTMOUT-STATUS.
      *> THE H-CODE LINE-OF-BUSINESS HIERARCHY - OPTIONAL ON INPUT
      *> LIKE THE OTHERS.
           SELECT OPTIONAL HLOBIN-FILE ASSIGN TO "HLOBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFT-HLOBIN-STATUS.
           SELECT HLOBOUT-FILE  ASSIGN TO "HLOBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFT-HLOBOUT-STATUS.
      *> OPTIONAL - THE AUDIT TRAIL IS CREATED ON FIRST USE AND
      *> EXTENDED EVERY RUN.
           SELECT OPTIONAL REFAUDIT-FILE ASSIGN TO "REFAUDIT"
               88  RFT-TRAN-HCODE          VALUE "H".
               88  RFT-TRAN-COCD           VALUE "C".
               88  RFT-TRAN-STUFF          VALUE "S".
               88  RFT-TRAN-BUDGET         VALUE "B".
               88  RFT-TRAN-AGENT          VALUE "G".
               88  RFT-TRAN-LICENSE        VALUE "L".
               88  RFT-TRAN-HIER           VALUE "Y".
           05  RFT-TRAN-ACTION             PIC X(01).
               88  RFT-TRAN-ADD            VALUE "A".
               88  RFT-TRAN-RETIRE         VALUE "R".
           05  RFT-TRAN-CODE               PIC X(22).
           05  RFT-TRAN-MEANING            PIC X(40).
      *> A BUDGET CARD'S CODE IS STATE, H-CODE, GROUP AND CCYYMM; ITS
      *> MEANING CARRIES THE AMOUNT IN EXB-AMOUNT'S OWN SHAPE.
           05  RFT-TRAN-BUDGET-VIEW REDEFINES RFT-TRAN-MEANING.
               10  RFT-TRAN-BUD-AMT        PIC S9(13)V99
                                               SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(24).
      *> AN AGENT OR LICENSE CARD'S MEANING IS AGM-DETAIL'S AGENT OR
      *> LICENSE VIEW.
           05  RFT-TRAN-AGENT-VIEW REDEFINES RFT-TRAN-MEANING.
               10  RFT-TRAN-AGT-NAME       PIC X(30).
               10  RFT-TRAN-AGT-STATUS     PIC X(01).
                   88  RFT-TRAN-AGT-STATUS-VALID
                                           VALUE "A" "S" "T".
               10  RFT-TRAN-AGT-APPT       PIC 9(08).
               10  FILLER                  PIC X(01).
           05  RFT-TRAN-LICENSE-VIEW REDEFINES RFT-TRAN-MEANING.
               10  RFT-TRAN-LIC-NUMBER     PIC X(14).
               10  RFT-TRAN-LIC-EFF        PIC 9(08).
               10  RFT-TRAN-LIC-EXP        PIC 9(08).
               10  FILLER                  PIC X(10).
      *> A HIERARCHY CARD'S MEANING IS THE SUB-LINE, LINE, SEGMENT
      *> AND DESCRIPTION IN HCLOBREC'S ORDER.
           05  RFT-TRAN-HIER-VIEW REDEFINES RFT-TRAN-MEANING.
               10  RFT-TRAN-HLB-SUB-LINE   PIC X(06).
               10  RFT-TRAN-HLB-LINE       PIC X(04).
               10  RFT-TRAN-HLB-SEGMENT    PIC X(04).
               10  RFT-TRAN-HLB-DESC       PIC X(26).
           05  RFT-TRAN-DATE               PIC 9(08).
      *> STAMPED BY THE REFTAPPR MAKER-CHECKER GATE.  A CARD WITH A
      *> BLANK CHECKER, OR WHOSE CHECKER IS ITS OWN MAKER, IS
       FD  STUFFOUT-FILE.
       COPY STUFFREF
           REPLACING STUFFREF-RECORD BY STUFFOUT-RECORD.
       FD  EXPBIN-FILE.
       COPY EXPBUDRC.
       FD  EXPBOUT-FILE.
       COPY EXPBUDRC
           REPLACING EXPBUDGT-RECORD BY EXPBOUT-RECORD.
       FD  AGTMIN-FILE.
       COPY AGTMSTRC.
       FD  AGTMOUT-FILE.
       COPY AGTMSTRC
           REPLACING AGENT-MASTER-RECORD BY AGTMOUT-RECORD.
       FD  HLOBIN-FILE.
       COPY HCLOBREC.
       FD  HLOBOUT-FILE.
       COPY HCLOBREC
           REPLACING HCODE-LOB-RECORD BY HLOBOUT-RECORD.
       FD  REFAUDIT-FILE.
       01  REFAUDIT-RECORD.
           05  RFT-AUD-DATE                PIC 9(08).
           88  RFT-COCDIN-OK               VALUE "00".
       01  RFT-STUFFIN-STATUS              PIC XX.
           88  RFT-STUFFIN-OK              VALUE "00".
       01  RFT-EXPBIN-STATUS               PIC XX.
           88  RFT-EXPBIN-OK               VALUE "00".
       01  RFT-AGTMIN-STATUS               PIC XX.
           88  RFT-AGTMIN-OK               VALUE "00".
       01  RFT-HLOBIN-STATUS               PIC XX.
           88  RFT-HLOBIN-OK               VALUE "00".
       01  RFT-HCODEOUT-STATUS             PIC XX.
       01  RFT-COCDOUT-STATUS              PIC XX.
       01  RFT-STUFFOUT-STATUS             PIC XX.
       01  RFT-EXPBOUT-STATUS              PIC XX.
       01  RFT-AGTMOUT-STATUS              PIC XX.
       01  RFT-HLOBOUT-STATUS              PIC XX.
      *> "05" IS OPTIONAL-FILE-CREATED - A SUCCESSFUL FIRST-EVER
      *> OPEN, NOT A FAILURE.
       01  RFT-REFAUDIT-STATUS             PIC XX.
           88  RFT-TRAN-EOF                VALUE "Y".
       01  RFT-IN-EOF-SW                   PIC X(01)       VALUE "N".
           88  RFT-IN-EOF                  VALUE "Y".
      *> ------------------ THE FOUR TABLES IN MEMORY ------------------
      *> EVERY ROW OF EVERY TABLE, CODES AND WINDOWS, FLAT IN ONE
      *> TABLE WITH ITS OWNING-TABLE LETTER - SMALL HAND-MAINTAINED
      *> FILES, ONE FIND-OR-ADD SHAPE.  THE BUDGET'S MONTHLY CELLS ARE
      *> MOST OF THE ROWS.
       01  RFT-ROW-TAB.
           05  RFT-ROW-ENTRY               OCCURS 5000 TIMES.
               10  RFT-ROW-TABLE            PIC X(01).
               10  RFT-ROW-CODE             PIC X(22).
               10  RFT-ROW-MEANING          PIC X(40).
               10  RFT-ROW-EFF              PIC 9(08).
               10  RFT-ROW-END              PIC 9(08).
       01  RFT-ROW-TOP                     PIC 9(04)       VALUE 0.
       01  RFT-ROW-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  RFT-ROW-IDX                     PIC 9(04).
       01  RFT-OPEN-IDX                    PIC 9(04)       VALUE 0.
      *> A BUDGET ROW'S CODE, TAKEN APART FOR THE EDIT AND FOR THE
      *> OUTPUT ROW, AND ITS AMOUNT AS THE MEANING TEXT CARRIES IT.
       01  RFT-BUD-CODE.
           05  RFT-BUD-STATE               PIC X(02).
           05  RFT-BUD-H-CODE              PIC X(06).
           05  RFT-BUD-GROUP               PIC X(04).
               88  RFT-BUD-GROUP-VALID     VALUE "GRP2" "GRP3"
                                                 "GRP4" "GRP5".
           05  RFT-BUD-PERIOD              PIC X(06).
           05  RFT-BUD-PERIOD-9 REDEFINES RFT-BUD-PERIOD.
               10  RFT-BUD-YYYY            PIC 9(04).
               10  RFT-BUD-MM              PIC 9(02).
           05  FILLER                      PIC X(04).
       01  RFT-BUD-MEANING.
           05  RFT-BUD-AMOUNT              PIC S9(13)V99
                                               SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(24).
      *> AN AGENT OR LICENSE ROW'S CODE - THE AGENT, AND THE STATE ON
      *> A LICENSE ROW.
       01  RFT-AGT-CODE.
           05  RFT-AGT-AGENT               PIC X(04).
           05  RFT-AGT-STATE               PIC X(02).
           05  RFT-AGT-REST                PIC X(16).
      *> A HIERARCHY ROW'S CODE IS THE H-CODE ALONE.
       01  RFT-HLB-CODE.
           05  RFT-HLB-H-CODE              PIC X(06).
           05  RFT-HLB-REST                PIC X(16).
       01  RFT-HCODE-ON-FILE-SW            PIC X(01)       VALUE "N".
           88  RFT-HCODE-ON-FILE           VALUE "Y".
      *> --------------------- RUN COUNTERS ----------------------------
       01  RFT-TRAN-CNT                    PIC 9(05)       VALUE 0.
       01  RFT-APPLIED-CNT                 PIC 9(05)       VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "REFTMNT" TO AUT-WS-FUNCTION
           MOVE "HCODEREF/COCDREF/STUFFREF/EXPBUDGT/AGENT/LOB"
               TO AUT-WS-TARGET
           PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
           IF AUT-WS-DENIED
               MOVE 16 TO RETURN-CODE
           MOVE "N" TO RFT-IN-EOF-SW
           PERFORM 1300-LOAD-STUFF-ROWS THRU 1300-EXIT
               UNTIL RFT-IN-EOF
           MOVE "N" TO RFT-IN-EOF-SW
           PERFORM 1400-LOAD-BUDGET-ROWS THRU 1400-EXIT
               UNTIL RFT-IN-EOF
           MOVE "N" TO RFT-IN-EOF-SW
           PERFORM 1500-LOAD-AGENT-ROWS THRU 1500-EXIT
               UNTIL RFT-IN-EOF
           MOVE "N" TO RFT-IN-EOF-SW
           PERFORM 1600-LOAD-HIER-ROWS THRU 1600-EXIT
               UNTIL RFT-IN-EOF
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL RFT-TRAN-EOF
           PERFORM 3000-WRITE-NEW-TABLES THRU 3000-EXIT
           OPEN INPUT  HCODEIN-FILE
           OPEN INPUT  COCDIN-FILE
           OPEN INPUT  STUFFIN-FILE
           OPEN INPUT  EXPBIN-FILE
           OPEN INPUT  AGTMIN-FILE
           OPEN INPUT  HLOBIN-FILE
           OPEN OUTPUT HCODEOUT-FILE
           OPEN OUTPUT COCDOUT-FILE
           OPEN OUTPUT STUFFOUT-FILE
           OPEN OUTPUT EXPBOUT-FILE
           OPEN OUTPUT AGTMOUT-FILE
           OPEN OUTPUT HLOBOUT-FILE
           OPEN EXTEND REFAUDIT-FILE
           OPEN OUTPUT REFLIST-FILE
           MOVE "Y" TO RFT-OUTPUTS-OPENED-SW
                   MOVE "Y" TO RFT-IN-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF RFT-ROW-TOP < 5000
               ADD 1 TO RFT-ROW-TOP
               MOVE "H"          TO RFT-ROW-TABLE(RFT-ROW-TOP)
               MOVE SPACES       TO RFT-ROW-CODE(RFT-ROW-TOP)
                   MOVE "Y" TO RFT-IN-EOF-SW
                   GO TO 1200-EXIT
           END-READ
           IF RFT-ROW-TOP < 5000
               ADD 1 TO RFT-ROW-TOP
               MOVE "C"          TO RFT-ROW-TABLE(RFT-ROW-TOP)
               MOVE SPACES       TO RFT-ROW-CODE(RFT-ROW-TOP)
                   MOVE "Y" TO RFT-IN-EOF-SW
                   GO TO 1300-EXIT
           END-READ
           IF RFT-ROW-TOP < 5000
               ADD 1 TO RFT-ROW-TOP
               MOVE "S"            TO RFT-ROW-TABLE(RFT-ROW-TOP)
               MOVE SRF-STUFF-CODE OF STUFFREF-RECORD
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1400-LOAD-BUDGET-ROWS.
           IF NOT RFT-EXPBIN-OK
               MOVE "Y" TO RFT-IN-EOF-SW
               GO TO 1400-EXIT
           END-IF
           READ EXPBIN-FILE
               AT END
                   MOVE "Y" TO RFT-IN-EOF-SW
                   GO TO 1400-EXIT
           END-READ
           IF RFT-ROW-TOP < 5000
               ADD 1 TO RFT-ROW-TOP
               MOVE "B"            TO RFT-ROW-TABLE(RFT-ROW-TOP)
               MOVE SPACES         TO RFT-BUD-CODE
               MOVE EXB-STATE OF EXPBUDGT-RECORD  TO RFT-BUD-STATE
               MOVE EXB-H-CODE OF EXPBUDGT-RECORD TO RFT-BUD-H-CODE
               MOVE EXB-GROUP OF EXPBUDGT-RECORD  TO RFT-BUD-GROUP
               MOVE EXB-PERIOD OF EXPBUDGT-RECORD TO RFT-BUD-PERIOD
               MOVE RFT-BUD-CODE   TO RFT-ROW-CODE(RFT-ROW-TOP)
               MOVE SPACES         TO RFT-BUD-MEANING
               MOVE EXB-AMOUNT OF EXPBUDGT-RECORD TO RFT-BUD-AMOUNT
               MOVE RFT-BUD-MEANING TO RFT-ROW-MEANING(RFT-ROW-TOP)
               MOVE EXB-EFF-DATE OF EXPBUDGT-RECORD
                   TO RFT-ROW-EFF(RFT-ROW-TOP)
               MOVE EXB-END-DATE OF EXPBUDGT-RECORD
                   TO RFT-ROW-END(RFT-ROW-TOP)
           ELSE
               ADD 1 TO RFT-ROW-OVERFLOW-CNT
           END-IF.
       1400-EXIT.
           EXIT.
      *
       1500-LOAD-AGENT-ROWS.
           IF NOT RFT-AGTMIN-OK
               MOVE "Y" TO RFT-IN-EOF-SW
               GO TO 1500-EXIT
           END-IF
           READ AGTMIN-FILE
               AT END
                   MOVE "Y" TO RFT-IN-EOF-SW
                   GO TO 1500-EXIT
           END-READ
           IF RFT-ROW-TOP < 5000
               ADD 1 TO RFT-ROW-TOP
               MOVE AGM-ROW-TYPE OF AGENT-MASTER-RECORD
                   TO RFT-ROW-TABLE(RFT-ROW-TOP)
               MOVE SPACES         TO RFT-AGT-CODE
               MOVE AGM-AGENT OF AGENT-MASTER-RECORD TO RFT-AGT-AGENT
               MOVE AGM-LIC-STATE OF AGENT-MASTER-RECORD
                   TO RFT-AGT-STATE
               MOVE RFT-AGT-CODE   TO RFT-ROW-CODE(RFT-ROW-TOP)
               MOVE AGM-DETAIL OF AGENT-MASTER-RECORD
                   TO RFT-ROW-MEANING(RFT-ROW-TOP)
               MOVE AGM-EFF-DATE OF AGENT-MASTER-RECORD
                   TO RFT-ROW-EFF(RFT-ROW-TOP)
               MOVE AGM-END-DATE OF AGENT-MASTER-RECORD
                   TO RFT-ROW-END(RFT-ROW-TOP)
           ELSE
               ADD 1 TO RFT-ROW-OVERFLOW-CNT
           END-IF.
       1500-EXIT.
           EXIT.
      *
       1600-LOAD-HIER-ROWS.
           IF NOT RFT-HLOBIN-OK
               MOVE "Y" TO RFT-IN-EOF-SW
               GO TO 1600-EXIT
           END-IF
           READ HLOBIN-FILE
               AT END
                   MOVE "Y" TO RFT-IN-EOF-SW
                   GO TO 1600-EXIT
           END-READ
           IF RFT-ROW-TOP < 5000
               ADD 1 TO RFT-ROW-TOP
               MOVE "Y"            TO RFT-ROW-TABLE(RFT-ROW-TOP)
               MOVE SPACES         TO RFT-ROW-CODE(RFT-ROW-TOP)
               MOVE HLB-H-CODE OF HCODE-LOB-RECORD
                   TO RFT-ROW-CODE(RFT-ROW-TOP)(1:6)
               MOVE HLB-SUB-LINE OF HCODE-LOB-RECORD
                   TO RFT-ROW-MEANING(RFT-ROW-TOP)(1:6)
               MOVE HLB-LINE OF HCODE-LOB-RECORD
                   TO RFT-ROW-MEANING(RFT-ROW-TOP)(7:4)
               MOVE HLB-SEGMENT OF HCODE-LOB-RECORD
                   TO RFT-ROW-MEANING(RFT-ROW-TOP)(11:4)
               MOVE HLB-DESC OF HCODE-LOB-RECORD
                   TO RFT-ROW-MEANING(RFT-ROW-TOP)(15:26)
               MOVE HLB-EFF-DATE OF HCODE-LOB-RECORD
                   TO RFT-ROW-EFF(RFT-ROW-TOP)
               MOVE HLB-END-DATE OF HCODE-LOB-RECORD
                   TO RFT-ROW-END(RFT-ROW-TOP)
           ELSE
               ADD 1 TO RFT-ROW-OVERFLOW-CNT
           END-IF.
       1600-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-APPLY-ONE-TRAN - AN ADD OPENS A NEW WINDOW (REJECTED    *
           END-IF
           ADD 1 TO RFT-TRAN-CNT
           IF NOT RFT-TRAN-HCODE AND NOT RFT-TRAN-COCD
               AND NOT RFT-TRAN-STUFF AND NOT RFT-TRAN-BUDGET
               AND NOT RFT-TRAN-AGENT AND NOT RFT-TRAN-LICENSE
               AND NOT RFT-TRAN-HIER
               MOVE "UNRECOGNIZED TABLE CODE" TO RFT-REASON-TXT
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF RFT-TRAN-BUDGET
               PERFORM 2050-EDIT-BUDGET-TRAN THRU 2050-EXIT
               IF RFT-REASON-TXT NOT = SPACES
                   PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF RFT-TRAN-AGENT OR RFT-TRAN-LICENSE
               PERFORM 2060-EDIT-AGENT-TRAN THRU 2060-EXIT
               IF RFT-REASON-TXT NOT = SPACES
                   PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF RFT-TRAN-HIER
               PERFORM 2070-EDIT-HIER-TRAN THRU 2070-EXIT
               IF RFT-REASON-TXT NOT = SPACES
                   PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF
      *> ONLY CARDS THE REFTAPPR GATE RELEASED CARRY A CHECKER; A
      *> HAND-KEYED CARD - BLANK CHECKER, OR A MAKER APPROVING
      *> THEIR OWN CHANGE - DOES NOT GET APPLIED.
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *> A BUDGET CELL MUST NAME AN EXPENSE GROUP AND A REAL MONTH,
      *> AND AN ADD MUST CARRY A SIGNED AMOUNT - THE FIGURE FIRBUDG
      *> REPORTS AGAINST COMES STRAIGHT FROM IT.
       2050-EDIT-BUDGET-TRAN.
           MOVE SPACES TO RFT-REASON-TXT
           MOVE RFT-TRAN-CODE TO RFT-BUD-CODE
           IF RFT-BUD-STATE = SPACES OR RFT-BUD-H-CODE = SPACES
               MOVE "BUDGET CODE HAS NO STATE OR H-CODE"
                   TO RFT-REASON-TXT
               GO TO 2050-EXIT
           END-IF
           IF NOT RFT-BUD-GROUP-VALID
               MOVE "BUDGET GROUP IS NOT GRP2 TO GRP5"
                   TO RFT-REASON-TXT
               GO TO 2050-EXIT
           END-IF
           IF RFT-BUD-PERIOD IS NOT NUMERIC
               MOVE "BUDGET PERIOD IS NOT CCYYMM" TO RFT-REASON-TXT
               GO TO 2050-EXIT
           END-IF
           IF RFT-BUD-MM < 1 OR RFT-BUD-MM > 12
               MOVE "BUDGET PERIOD IS NOT CCYYMM" TO RFT-REASON-TXT
               GO TO 2050-EXIT
           END-IF
           IF RFT-TRAN-ADD AND RFT-TRAN-BUD-AMT IS NOT NUMERIC
               MOVE "BUDGET AMOUNT IS NOT A SIGNED AMOUNT"
                   TO RFT-REASON-TXT
           END-IF.
       2050-EXIT.
           EXIT.
      *
      *> AN AGENT ROW NAMES ONLY THE AGENT AND MUST CARRY A KNOWN
      *> STATUS AND A REAL APPOINTMENT DATE; A LICENSE ROW ALSO NAMES
      *> THE STATE AND MUST CARRY ITS EFFECTIVE DATE AND AN EXPIRY
      *> (ZEROS OR ALL NINES FOR NONE) NOT BEFORE IT.  FIRAGVAL
      *> SUSPENDS FIRE RECORDS ON THESE FIELDS.
       2060-EDIT-AGENT-TRAN.
           MOVE SPACES TO RFT-REASON-TXT
           MOVE RFT-TRAN-CODE TO RFT-AGT-CODE
           IF RFT-AGT-AGENT = SPACES OR RFT-AGT-REST NOT = SPACES
               MOVE "AGENT CODE IS NOT AGENT(4) + STATE(2)"
                   TO RFT-REASON-TXT
               GO TO 2060-EXIT
           END-IF
           IF RFT-TRAN-AGENT AND RFT-AGT-STATE NOT = SPACES
               MOVE "AGENT ROW CODE CARRIES A STATE"
                   TO RFT-REASON-TXT
               GO TO 2060-EXIT
           END-IF
           IF RFT-TRAN-LICENSE AND RFT-AGT-STATE = SPACES
               MOVE "LICENSE CODE HAS NO STATE" TO RFT-REASON-TXT
               GO TO 2060-EXIT
           END-IF
           IF NOT RFT-TRAN-ADD
               GO TO 2060-EXIT
           END-IF
           IF RFT-TRAN-AGENT
               IF NOT RFT-TRAN-AGT-STATUS-VALID
                   MOVE "AGENT STATUS IS NOT A, S OR T"
                       TO RFT-REASON-TXT
                   GO TO 2060-EXIT
               END-IF
               IF RFT-TRAN-AGT-APPT IS NOT NUMERIC
                   OR RFT-TRAN-AGT-APPT = 0
                   MOVE "APPOINTMENT DATE IS NOT CCYYMMDD"
                       TO RFT-REASON-TXT
               END-IF
               GO TO 2060-EXIT
           END-IF
           IF RFT-TRAN-LIC-EFF IS NOT NUMERIC
               OR RFT-TRAN-LIC-EFF = 0
               OR RFT-TRAN-LIC-EXP IS NOT NUMERIC
               MOVE "LICENSE DATES ARE NOT CCYYMMDD"
                   TO RFT-REASON-TXT
               GO TO 2060-EXIT
           END-IF
           IF RFT-TRAN-LIC-EXP NOT = 0
               AND RFT-TRAN-LIC-EXP < RFT-TRAN-LIC-EFF
               MOVE "LICENSE EXPIRES BEFORE IT IS EFFECTIVE"
                   TO RFT-REASON-TXT
           END-IF.
       2060-EXIT.
           EXIT.
      *
      *> A HIERARCHY ROW NAMES ONLY THE H-CODE.  AN ADD MUST CARRY
      *> ALL THREE LEVELS AND BE FOR AN H-CODE HCODEREF HOLDS ON THE
      *> ADD'S DATE - AS THIS RUN LEAVES HCODEREF, SO A NEW CODE AND
      *> ITS MAPPING CAN TRAVEL ON ONE DECK, CODE FIRST.
       2070-EDIT-HIER-TRAN.
           MOVE SPACES TO RFT-REASON-TXT
           MOVE RFT-TRAN-CODE TO RFT-HLB-CODE
           IF RFT-HLB-H-CODE = SPACES OR RFT-HLB-REST NOT = SPACES
               MOVE "HIERARCHY CODE IS NOT AN H-CODE(6)"
                   TO RFT-REASON-TXT
               GO TO 2070-EXIT
           END-IF
           IF NOT RFT-TRAN-ADD
               GO TO 2070-EXIT
           END-IF
           IF RFT-TRAN-HLB-SUB-LINE = SPACES
               OR RFT-TRAN-HLB-LINE = SPACES
               OR RFT-TRAN-HLB-SEGMENT = SPACES
               MOVE "SUB-LINE, LINE AND SEGMENT ARE ALL NEEDED"
                   TO RFT-REASON-TXT
               GO TO 2070-EXIT
           END-IF
           MOVE "N" TO RFT-HCODE-ON-FILE-SW
           PERFORM 2080-CHECK-ONE-HCODE THRU 2080-EXIT
               VARYING RFT-ROW-IDX FROM 1 BY 1
               UNTIL RFT-ROW-IDX > RFT-ROW-TOP
               OR RFT-HCODE-ON-FILE
           IF NOT RFT-HCODE-ON-FILE
               MOVE "H-CODE NOT ON HCODEREF ON THAT DATE"
                   TO RFT-REASON-TXT
           END-IF.
       2070-EXIT.
           EXIT.
      *
       2080-CHECK-ONE-HCODE.
           IF RFT-ROW-TABLE(RFT-ROW-IDX) = "H"
               AND RFT-ROW-CODE(RFT-ROW-IDX)(1:6) = RFT-HLB-H-CODE
               AND RFT-ROW-EFF(RFT-ROW-IDX) <= RFT-TRAN-DATE
               AND (RFT-ROW-END(RFT-ROW-IDX) = 0
                   OR RFT-ROW-END(RFT-ROW-IDX) >= RFT-TRAN-DATE)
               MOVE "Y" TO RFT-HCODE-ON-FILE-SW
           END-IF.
       2080-EXIT.
           EXIT.
      *
       2100-FIND-OPEN-ROW.
           MOVE 0 TO RFT-OPEN-IDX
           EXIT.
      *
       2200-ADD-NEW-WINDOW.
           IF RFT-ROW-TOP >= 5000
               ADD 1 TO RFT-ROW-OVERFLOW-CNT
               MOVE "TABLE FULL" TO RFT-REASON-TXT
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                   MOVE RFT-ROW-END(RFT-ROW-IDX)
                       TO SRF-END-DATE OF STUFFOUT-RECORD
                   WRITE STUFFOUT-RECORD
               WHEN "B"
                   MOVE RFT-ROW-CODE(RFT-ROW-IDX) TO RFT-BUD-CODE
                   MOVE RFT-ROW-MEANING(RFT-ROW-IDX) TO RFT-BUD-MEANING
                   MOVE RFT-BUD-STATE
                       TO EXB-STATE OF EXPBOUT-RECORD
                   MOVE RFT-BUD-H-CODE
                       TO EXB-H-CODE OF EXPBOUT-RECORD
                   MOVE RFT-BUD-GROUP
                       TO EXB-GROUP OF EXPBOUT-RECORD
                   MOVE RFT-BUD-PERIOD
                       TO EXB-PERIOD OF EXPBOUT-RECORD
                   MOVE RFT-BUD-AMOUNT
                       TO EXB-AMOUNT OF EXPBOUT-RECORD
                   MOVE RFT-ROW-EFF(RFT-ROW-IDX)
                       TO EXB-EFF-DATE OF EXPBOUT-RECORD
                   MOVE RFT-ROW-END(RFT-ROW-IDX)
                       TO EXB-END-DATE OF EXPBOUT-RECORD
                   WRITE EXPBOUT-RECORD
               WHEN "G"
               WHEN "L"
                   MOVE RFT-ROW-CODE(RFT-ROW-IDX) TO RFT-AGT-CODE
                   MOVE RFT-ROW-TABLE(RFT-ROW-IDX)
                       TO AGM-ROW-TYPE OF AGTMOUT-RECORD
                   MOVE RFT-AGT-AGENT
                       TO AGM-AGENT OF AGTMOUT-RECORD
                   MOVE RFT-AGT-STATE
                       TO AGM-LIC-STATE OF AGTMOUT-RECORD
                   MOVE RFT-ROW-MEANING(RFT-ROW-IDX)
                       TO AGM-DETAIL OF AGTMOUT-RECORD
                   MOVE RFT-ROW-EFF(RFT-ROW-IDX)
                       TO AGM-EFF-DATE OF AGTMOUT-RECORD
                   MOVE RFT-ROW-END(RFT-ROW-IDX)
                       TO AGM-END-DATE OF AGTMOUT-RECORD
                   WRITE AGTMOUT-RECORD
               WHEN "Y"
                   MOVE RFT-ROW-CODE(RFT-ROW-IDX)(1:6)
                       TO HLB-H-CODE OF HLOBOUT-RECORD
                   MOVE RFT-ROW-MEANING(RFT-ROW-IDX)(1:6)
                       TO HLB-SUB-LINE OF HLOBOUT-RECORD
                   MOVE RFT-ROW-MEANING(RFT-ROW-IDX)(7:4)
                       TO HLB-LINE OF HLOBOUT-RECORD
                   MOVE RFT-ROW-MEANING(RFT-ROW-IDX)(11:4)
                       TO HLB-SEGMENT OF HLOBOUT-RECORD
                   MOVE RFT-ROW-MEANING(RFT-ROW-IDX)(15:26)
                       TO HLB-DESC OF HLOBOUT-RECORD
                   MOVE RFT-ROW-EFF(RFT-ROW-IDX)
                       TO HLB-EFF-DATE OF HLOBOUT-RECORD
                   MOVE RFT-ROW-END(RFT-ROW-IDX)
                       TO HLB-END-DATE OF HLOBOUT-RECORD
                   WRITE HLOBOUT-RECORD
           END-EVALUATE.
       3100-EXIT.
           EXIT.
           IF RFT-STUFFIN-OK OR RFT-STUFFIN-STATUS = "10"
               CLOSE STUFFIN-FILE
           END-IF
           IF RFT-EXPBIN-OK OR RFT-EXPBIN-STATUS = "10"
               CLOSE EXPBIN-FILE
           END-IF
           IF RFT-AGTMIN-OK OR RFT-AGTMIN-STATUS = "10"
               CLOSE AGTMIN-FILE
           END-IF
           IF RFT-HLOBIN-OK OR RFT-HLOBIN-STATUS = "10"
               CLOSE HLOBIN-FILE
           END-IF
           IF RFT-OUTPUTS-OPENED
               CLOSE HCODEOUT-FILE
               CLOSE COCDOUT-FILE
               CLOSE STUFFOUT-FILE
               CLOSE EXPBOUT-FILE
               CLOSE AGTMOUT-FILE
               CLOSE HLOBOUT-FILE
               CLOSE REFAUDIT-FILE
               CLOSE REFLIST-FILE
           END-IF.
