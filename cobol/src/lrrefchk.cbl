      ******************************************************************
      **                                                              *
      **  PROGRAM      LRREFCHK                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  DECLARATIVE CROSS-EXTRACT REFERENTIAL         *
      **      INTEGRITY CHECK - ONE STEP IN PLACE OF THE PARENT/      *
      **      CHILD RULES SCATTERED THROUGH USGMRECN, USGXKEY AND     *
      **      CUSTXBLD, AND OF THE ONES NOTHING CHECKED AT ALL.       *
      **      DD REFRULE CARRIES ONE RULE PER LINE (REFRULREC) - A    *
      **      CHILD LOGICAL RECORD AND FIELD, THE PARENT LOGICAL      *
      **      RECORD AND FIELD IT MUST BE FOUND ON, AND A SEVERITY.   *
      **      BOTH FIELDS ARE RESOLVED AGAINST DD LRCAT, AND THE      *
      **      EXTRACTS CARRYING EACH LOGICAL RECORD ARE FOUND ON THE  *
      **      REGISTRY (DD EXTREG) AND OPENED IN TURN THROUGH A       *
      **      DYNAMIC ASSIGNMENT, AS EXTGATE OPENS ITS WINDOW.  PER   *
      **      RULE THE PARENT VALUES ARE TABLED FROM EVERY PARENT     *
      **      EXTRACT, THEN EVERY CHILD RECORD IS LOOKED UP; ONE      *
      **      WITHOUT A PARENT IS AN ORPHAN AND IS LISTED ON DD       *
      **      REFEXC WITH ITS EXTRACT, RECORD NUMBER AND KEY VALUE.   *
      **      DD REFRPT GETS ONE LINE PER RULE, AND ONE QUALREC ROW   *
      **      PER RULE GOES TO DD QUALRSLT SO THE RESULTS APPEAR ON   *
      **      THE QUALSCOR SCORECARD.  ORPHANS ON AN ERROR RULE END   *
      **      THE RUN WITH RETURN-CODE 16, ON A WARNING RULE 04; A    *
      **      RULE THAT COULD NOT BE RUN ENDS IT 16.                  *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR EVERY    *
      **                   REGISTERED EXTRACT A RULE OPENED, WITH THE  *
      **                   DATASET NAME IT WAS OPENED BY, FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRREFCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFRULE-FILE  ASSIGN TO "REFRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFK-REFRULE-STATUS.
           SELECT LRCAT-FILE    ASSIGN TO "LRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFK-LRCAT-STATUS.
           SELECT EXTREG-FILE   ASSIGN TO "EXTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFK-EXTREG-STATUS.
      *> ONE SELECT SERVES EVERY REGISTERED EXTRACT - THE DATASET
      *> NAME IS MOVED IN FROM THE REGISTRY ROW BEFORE EACH OPEN.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE EXTRACTS CARRY COMP
      *> AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE WITH
      *> THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT EXTRACT-FILE  ASSIGN TO DYNAMIC RFK-CURRENT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RFK-EXTRACT-STATUS.
           SELECT REFEXC-FILE   ASSIGN TO "REFEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFK-REFEXC-STATUS.
           SELECT REFRPT-FILE   ASSIGN TO "REFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFK-REFRPT-STATUS.
      *> THE SHARED DATA-QUALITY RESULT FILE - SEE QUALWS.cpy.
           SELECT OPTIONAL QUALRSLT-FILE ASSIGN TO "QUALRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUA-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFRULE-FILE.
       COPY REFRULREC.
       FD  LRCAT-FILE.
       COPY LRCATREC.
       FD  EXTREG-FILE.
       COPY EXTREGREC.
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON RFK-REC-LEN.
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  REFEXC-FILE.
       01  REFEXC-RECORD                   PIC X(132).
       FD  REFRPT-FILE.
       01  REFRPT-RECORD                   PIC X(132).
       FD  QUALRSLT-FILE.
       COPY QUALREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED DATA-QUALITY RESULT WORK FIELDS - SEE QUALWS.cpy.
       COPY QUALWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  RFK-REFRULE-STATUS              PIC XX.
           88  RFK-REFRULE-OK              VALUE "00".
       01  RFK-LRCAT-STATUS                PIC XX.
           88  RFK-LRCAT-OK                VALUE "00".
       01  RFK-EXTREG-STATUS               PIC XX.
           88  RFK-EXTREG-OK               VALUE "00".
       01  RFK-EXTRACT-STATUS              PIC XX.
           88  RFK-EXTRACT-OK              VALUE "00".
       01  RFK-REFEXC-STATUS               PIC XX.
       01  RFK-REFRPT-STATUS               PIC XX.
      *> SET ONCE REFEXC IS OPENED, SO TERMINATION CLOSES IT ONLY
      *> WHEN THE RULES GOT AS FAR AS RUNNING.
       01  RFK-REFEXC-OPENED-SW            PIC X(01)       VALUE "N".
           88  RFK-REFEXC-OPENED           VALUE "Y".
       01  RFK-RULE-EOF-SW                 PIC X(01)       VALUE "N".
           88  RFK-RULE-EOF                VALUE "Y".
       01  RFK-REG-EOF-SW                  PIC X(01)       VALUE "N".
           88  RFK-REG-EOF                 VALUE "Y".
       01  RFK-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  RFK-LRCAT-EOF               VALUE "Y".
       01  RFK-FILE-EOF-SW                 PIC X(01)       VALUE "N".
           88  RFK-FILE-EOF                VALUE "Y".
       01  RFK-STOP-SW                     PIC X(01)       VALUE "N".
           88  RFK-STOPPED                 VALUE "Y".
       01  RFK-CURRENT-DSN                 PIC X(44)       VALUE SPACES.
       01  RFK-REC-LEN                     PIC 9(05)       VALUE 0.
       01  RFK-RULE-LINE-NO                PIC 9(04)       VALUE 0.
       01  RFK-RULE-ERR-CNT                PIC 9(04)       VALUE 0.
       01  RFK-ERR-TEXT                    PIC X(50)       VALUE SPACES.
      *> ----------------------- RULE TABLE ----------------------------
      *> SIDE 1 OF A RULE IS THE CHILD, SIDE 2 THE PARENT.  THE NAMES
      *> ARE TAKEN AS WRITTEN ON REFRULE, THEN WITH UNDERSCORES READ
      *> AS HYPHENS - THE CATALOG HOLDS BOTH SPELLINGS (MASTER_REC
      *> ACCOUNT_NO BESIDE USAGE-RECORD KEY-ID1).
       01  RFK-RUL-MAX                     PIC 9(04) COMP  VALUE 50.
       01  RFK-RUL-TAB.
           05  RFK-RUL-ENTRY               OCCURS 50 TIMES.
               10  RFK-RUL-ID               PIC X(20).
               10  RFK-RUL-SEVERITY         PIC X(01).
                   88  RFK-RUL-IS-ERROR     VALUE "E".
      *> " " NOT YET RUN, "R" RAN, "N" COULD NOT BE RUN, "S" NO
      *> CHILD EXTRACT REGISTERED - NOTHING TO CHECK.
               10  RFK-RUL-STATE            PIC X(01).
                   88  RFK-RUL-RAN          VALUE "R".
                   88  RFK-RUL-NOT-RUN      VALUE "N".
                   88  RFK-RUL-NO-CHILD     VALUE "S".
               10  RFK-RUL-REASON           PIC X(60).
               10  RFK-RUL-KEY-MODE         PIC X(01).
                   88  RFK-RUL-BY-VALUE     VALUE "N".
               10  RFK-RUL-KEY-WIDTH        PIC 9(02).
               10  RFK-RUL-FEED             PIC X(08).
               10  RFK-RUL-CHECKED-CNT      PIC 9(09).
               10  RFK-RUL-ORPHAN-CNT       PIC 9(09).
               10  RFK-RUL-BAD-CNT          PIC 9(09).
               10  RFK-RS-ENTRY             OCCURS 2 TIMES.
                   15  RFK-RS-LR-NAME        PIC X(30).
                   15  RFK-RS-LR-ALT         PIC X(30).
                   15  RFK-RS-KEY-NAME       PIC X(30).
                   15  RFK-RS-KEY-ALT        PIC X(30).
                   15  RFK-RS-LR-FOUND-SW    PIC X(01).
                       88  RFK-RS-LR-FOUND   VALUE "Y".
                   15  RFK-RS-KEY-FOUND-SW   PIC X(01).
                       88  RFK-RS-KEY-FOUND  VALUE "Y".
                   15  RFK-RS-REC-LEN        PIC 9(05).
                   15  RFK-RS-KEY-OFFSET     PIC 9(05).
                   15  RFK-RS-KEY-LEN        PIC 9(05).
                   15  RFK-RS-KEY-USAGE      PIC X(10).
                   15  RFK-RS-KEY-SIGN       PIC X(01).
                   15  RFK-RS-KEY-SCALE      PIC 9(01).
                   15  RFK-RS-KEY-PTRAIL     PIC 9(02).
                   15  RFK-RS-KEY-NUM-SW     PIC X(01).
                       88  RFK-RS-KEY-IS-NUM VALUE "Y".
                   15  RFK-RS-FILE-CNT       PIC 9(04).
       01  RFK-RUL-TOP                     PIC 9(04) COMP  VALUE 0.
       01  RFK-RUL-IDX                     PIC 9(04) COMP  VALUE 0.
       01  RFK-SIDE                        PIC 9(01).
       01  RFK-SIDE-NAME                   PIC X(06).
      *> --------------------- REGISTRY TABLE --------------------------
       01  RFK-REG-MAX                     PIC 9(04) COMP  VALUE 500.
       01  RFK-REG-TAB.
           05  RFK-REG-ENTRY               OCCURS 500 TIMES.
               10  RFK-REG-DD               PIC X(08).
               10  RFK-REG-DSN              PIC X(44).
               10  RFK-REG-LR-NAME          PIC X(30).
               10  RFK-REG-HEADER-SW        PIC X(01).
                   88  RFK-REG-HAS-HEADER   VALUE "H".
      *> WHETHER ANY RULE OPENED THE EXTRACT, AND THE DETAIL RECORDS
      *> READ FROM IT OVER THE WHOLE RUN, FOR THE ACCESS LOG.
               10  RFK-REG-OPENED-SW        PIC X(01).
                   88  RFK-REG-OPENED       VALUE "Y".
               10  RFK-REG-READ-CNT         PIC 9(09).
       01  RFK-REG-TOP                     PIC 9(04) COMP  VALUE 0.
       01  RFK-REG-IDX                     PIC 9(04) COMP  VALUE 0.
       01  RFK-REG-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
      *> ------------------- PARENT VALUE TABLE ------------------------
      *> EVERY PARENT VALUE OF THE RULE BEING RUN, IN THE FORM BOTH
      *> SIDES ARE COMPARED IN.  A FULL TABLE STOPS THE RULE - A
      *> PARTIAL PARENT SET WOULD REPORT GOOD CHILDREN AS ORPHANS.
       01  RFK-PKEY-MAX                    PIC 9(05) COMP  VALUE 20000.
       01  RFK-PKEY-TAB.
           05  RFK-PKEY                    OCCURS 20000 TIMES
                                           PIC X(40).
       01  RFK-PKEY-TOP                    PIC 9(05) COMP  VALUE 0.
       01  RFK-PKEY-IDX                    PIC 9(05) COMP  VALUE 0.
       01  RFK-FOUND-SW                    PIC X(01)       VALUE "N".
           88  RFK-FOUND                   VALUE "Y".
      *> ------------------ CURRENT FILE AND KEY -----------------------
      *> "P" WHILE THE PARENT EXTRACTS ARE TABLED, "C" WHILE THE
      *> CHILD EXTRACTS ARE LOOKED UP.
       01  RFK-PASS-SW                     PIC X(01)       VALUE SPACE.
           88  RFK-PARENT-PASS             VALUE "P".
           88  RFK-CHILD-PASS              VALUE "C".
       01  RFK-HEADER-PENDING-SW           PIC X(01)       VALUE "N".
           88  RFK-HEADER-PENDING          VALUE "Y".
       01  RFK-FILE-REC-NO                 PIC 9(09)       VALUE 0.
       01  RFK-FILE-FAILED-SW              PIC X(01)       VALUE "N".
           88  RFK-FILE-FAILED             VALUE "Y".
       01  RFK-REC-BUF                     PIC X(1000).
       01  RFK-POS                         PIC 9(05).
       01  RFK-SPAN                        PIC 9(05).
       01  RFK-BYTE-IDX                    PIC 9(05).
       01  RFK-KEY                         PIC X(40).
      *> ------------------- CATALOG WORK AREA -------------------------
       01  RFK-CAND-LEN                    PIC 9(05)       VALUE 0.
       01  RFK-PIC-WORK                    PIC X(30).
       01  RFK-PIC-IDX                     PIC 9(02).
       01  RFK-PIC-CHAR                    PIC X(01).
       01  RFK-SCALE-CNT                   PIC 9(03)       VALUE 0.
       01  RFK-AFTER-V-SW                  PIC X(01)       VALUE "N".
           88  RFK-AFTER-V                 VALUE "Y".
       01  RFK-REPEAT-NUM                  PIC 9(05)       VALUE 0.
       01  RFK-XA-CNT                      PIC 9(03)       VALUE 0.
       01  RFK-NINE-CNT                    PIC 9(03)       VALUE 0.
      *> P POSITIONS AFTER THE LAST 9 SCALE THE VALUE UP BY A POWER
      *> OF TEN; P POSITIONS AHEAD OF THE 9S OR AFTER THE V ADD TO
      *> THE DECIMAL SCALE INSTEAD.
       01  RFK-PTRAIL-CNT                  PIC 9(02)       VALUE 0.
       01  RFK-NUM-SW                      PIC X(01)       VALUE "N".
           88  RFK-IS-NUM                  VALUE "Y".
       01  RFK-DIGIT-CHAR                  PIC X(01).
       01  RFK-DIGIT-NUM REDEFINES RFK-DIGIT-CHAR
                                           PIC 9(01).
      *> -------------------- DECODE WORK AREA -------------------------
      *> ONE BYTE PROMOTED TO ITS NUMERIC VALUE THROUGH A TWO-BYTE
      *> BIG-ENDIAN BINARY OVERLAY - THE HIGH BYTE STAYS LOW-VALUE.
       01  RFK-BYTE-PAIR.
           05  RFK-BYTE-HI                 PIC X(01).
           05  RFK-BYTE-LO                 PIC X(01).
       01  RFK-BYTE-NUM REDEFINES RFK-BYTE-PAIR
                                           PIC 9(04) COMP.
       01  RFK-NIB-HI                      PIC 9(02).
       01  RFK-NIB-LO                      PIC 9(02).
      *> AN EIGHT-BYTE FRAME A SHORTER COMP FIELD IS RIGHT-ALIGNED
      *> INTO, SIGN-EXTENDED BY PRESETTING THE FRAME TO LOW- OR
      *> HIGH-VALUES FROM THE FIELD'S TOP BIT.
       01  RFK-BIN-FRAME                   PIC X(08).
       01  RFK-BIN-NUM REDEFINES RFK-BIN-FRAME
                                           PIC S9(18) COMP.
       01  RFK-WORK-NUM                    PIC S9(19)      VALUE 0.
       01  RFK-NEG-SW                      PIC X(01)       VALUE "N".
           88  RFK-IS-NEG                  VALUE "Y".
       01  RFK-DECODE-OK-SW                PIC X(01)       VALUE "Y".
           88  RFK-DECODE-OK               VALUE "Y".
       01  RFK-SCALE-DIV                   PIC 9(10)       VALUE 1.
       01  RFK-SCALE-IDX                   PIC 9(02).
       01  RFK-FLD-NUM                     PIC S9(18)V9(09) VALUE 0.
      *> A KEY COMPARED BY VALUE - SIGN AND DECIMALS IN FIXED
      *> POSITIONS, SO EQUAL VALUES ARE EQUAL BYTES.
       01  RFK-KEY-NUM                     PIC S9(18)V9(09)
                                           SIGN LEADING SEPARATE.
       01  RFK-KEY-NUM-X REDEFINES RFK-KEY-NUM
                                           PIC X(28).
       01  RFK-KEY-DIGITS                  PIC 9(18).
       01  RFK-KEY-DIGITS-X REDEFINES RFK-KEY-DIGITS
                                           PIC X(18).
       01  RFK-CUR-BYTE                    PIC X(01).
      *> THE OVERPUNCH DECODE RING - POSITION IN THE STRING GIVES
      *> DIGIT AND SIGN FOR AN EMBEDDED-SIGN LAST BYTE, COVERING THE
      *> EBCDIC-STYLE AND ASCII-STYLE ENCODINGS.
       01  RFK-OVP-POS                     PIC X(20)       VALUE
           "{ABCDEFGHI0123456789".
       01  RFK-OVP-NEG                     PIC X(20)       VALUE
           "}JKLMNOPQRpqrstuvwxy".
       01  RFK-OVP-IDX                     PIC 9(02).
       01  RFK-OVP-FOUND-SW                PIC X(01)       VALUE "N".
           88  RFK-OVP-FOUND               VALUE "Y".
      *> ------------------ ORPHAN LISTING WORK ------------------------
       01  RFK-KEY-SHOW                    PIC X(40).
       01  RFK-NUM-EDIT                    PIC -(18)9.
       01  RFK-DEC-EDIT                    PIC -(18)9.9(09).
       01  RFK-LEAD-CNT                    PIC 9(02).
       01  RFK-REASON                      PIC X(30).
      *> -------------------- COUNTS AND REPORT ------------------------
       01  RFK-RULES-RUN-CNT               PIC 9(04)       VALUE 0.
       01  RFK-RULES-FAILED-CNT            PIC 9(04)       VALUE 0.
       01  RFK-ORPHAN-TOTAL                PIC 9(09)       VALUE 0.
      *> THE HIGHEST RETURN CODE ANY RULE EARNED.
       01  RFK-MAX-RC                      PIC 9(02)       VALUE 0.
       01  RFK-SEV-TXT                     PIC X(07).
       01  RFK-CNT-TXT                     PIC ZZZ,ZZZ,ZZ9.
       01  RFK-CNT2-TXT                    PIC ZZZ,ZZZ,ZZ9.
       01  RFK-REC-NO-TXT                  PIC Z(08)9.
       01  RFK-OUT-LINE                    PIC X(132)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL RFK-LRCAT-EOF
           PERFORM 1400-CHECK-ONE-RULE THRU 1400-EXIT
               VARYING RFK-RUL-IDX FROM 1 BY 1
               UNTIL RFK-RUL-IDX > RFK-RUL-TOP
               OR RFK-STOPPED
           PERFORM 2000-RUN-ONE-RULE THRU 2000-EXIT
               VARYING RFK-RUL-IDX FROM 1 BY 1
               UNTIL RFK-RUL-IDX > RFK-RUL-TOP
               OR RFK-STOPPED
           PERFORM 7000-SUMMARIZE THRU 7000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE LOW-VALUES TO RFK-BYTE-HI
           OPEN OUTPUT REFRPT-FILE
           MOVE "REFERENTIAL INTEGRITY CHECK" TO RFK-OUT-LINE
           WRITE REFRPT-RECORD FROM RFK-OUT-LINE
           MOVE SPACES TO RFK-OUT-LINE
           WRITE REFRPT-RECORD FROM RFK-OUT-LINE
           OPEN INPUT REFRULE-FILE
           IF NOT RFK-REFRULE-OK
               DISPLAY "LRREFCHK - UNABLE TO OPEN REFRULE, STATUS="
                   RFK-REFRULE-STATUS
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
               UNTIL RFK-RULE-EOF
           CLOSE REFRULE-FILE
           IF RFK-RUL-TOP = 0 AND RFK-RULE-ERR-CNT = 0
               DISPLAY "LRREFCHK - REFRULE HOLDS NO RULES"
               ADD 1 TO RFK-RULE-ERR-CNT
           END-IF
           IF RFK-RULE-ERR-CNT > 0
               DISPLAY "LRREFCHK - " RFK-RULE-ERR-CNT
                   " REFRULE ERRORS - NO RULE RUN"
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT EXTREG-FILE
           IF NOT RFK-EXTREG-OK
               DISPLAY "LRREFCHK - UNABLE TO OPEN EXTREG, STATUS="
                   RFK-EXTREG-STATUS
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1150-LOAD-ONE-REGISTRY THRU 1150-EXIT
               UNTIL RFK-REG-EOF
           CLOSE EXTREG-FILE
           IF RFK-REG-OVERFLOW-CNT > 0
               DISPLAY "LRREFCHK - " RFK-REG-OVERFLOW-CNT
                   " EXTREG ROWS EXCEEDED THE IN-MEMORY TABLE - NO "
                   "RULE RUN"
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LRCAT-FILE
           IF NOT RFK-LRCAT-OK
               DISPLAY "LRREFCHK - UNABLE TO OPEN LRCAT, STATUS="
                   RFK-LRCAT-STATUS
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT REFEXC-FILE
           MOVE "Y" TO RFK-REFEXC-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
       1090-STOP-RUN.
           MOVE "Y" TO RFK-STOP-SW
           MOVE "Y" TO RFK-LRCAT-EOF-SW
           MOVE 16 TO RFK-MAX-RC.
       1090-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-LOAD-ONE-RULE - ONE REFRULE LINE INTO THE RULE TABLE.  A *
      *  LINE WITH A BAD SEVERITY OR A MISSING NAME IS LISTED; ANY     *
      *  SUCH LINE STOPS THE RUN BEFORE A RULE IS RUN, SO A RULES FILE *
      *  IS NEVER HALF-APPLIED.                                        *
      ******************************************************************
       1100-LOAD-ONE-RULE.
           READ REFRULE-FILE
               AT END
                   MOVE "Y" TO RFK-RULE-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO RFK-RULE-LINE-NO
           IF REFERENCE-RULE-RECORD = SPACES
               OR RRL-RULE-ID(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO RFK-ERR-TEXT
           EVALUATE TRUE
               WHEN RRL-RULE-ID = SPACES
                   MOVE "NO RULE ID" TO RFK-ERR-TEXT
               WHEN NOT RRL-IS-ERROR AND NOT RRL-IS-WARNING
                   MOVE "SEVERITY IS NOT E OR W" TO RFK-ERR-TEXT
               WHEN RRL-CHILD-LR-NAME = SPACES
                   OR RRL-CHILD-FIELD-NAME = SPACES
                   MOVE "NO CHILD LOGICAL RECORD OR FIELD"
                       TO RFK-ERR-TEXT
               WHEN RRL-PARENT-LR-NAME = SPACES
                   OR RRL-PARENT-FIELD-NAME = SPACES
                   MOVE "NO PARENT LOGICAL RECORD OR FIELD"
                       TO RFK-ERR-TEXT
               WHEN RFK-RUL-TOP >= RFK-RUL-MAX
                   MOVE "MORE RULES THAN THE 50-RULE TABLE HOLDS"
                       TO RFK-ERR-TEXT
           END-EVALUATE
           IF RFK-ERR-TEXT NOT = SPACES
               ADD 1 TO RFK-RULE-ERR-CNT
               DISPLAY "LRREFCHK - REFRULE LINE " RFK-RULE-LINE-NO
                   " REJECTED - " RFK-ERR-TEXT
               MOVE SPACES TO RFK-OUT-LINE
               STRING "  ** " REFERENCE-RULE-RECORD(1:60) " - "
                   RFK-ERR-TEXT DELIMITED BY SIZE
                   INTO RFK-OUT-LINE
               END-STRING
               WRITE REFRPT-RECORD FROM RFK-OUT-LINE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO RFK-RUL-TOP
           MOVE RFK-RUL-TOP TO RFK-RUL-IDX
           MOVE RRL-RULE-ID TO RFK-RUL-ID(RFK-RUL-IDX)
           MOVE RRL-SEVERITY TO RFK-RUL-SEVERITY(RFK-RUL-IDX)
           MOVE SPACE TO RFK-RUL-STATE(RFK-RUL-IDX)
           MOVE SPACES TO RFK-RUL-REASON(RFK-RUL-IDX)
               RFK-RUL-FEED(RFK-RUL-IDX)
           MOVE 0 TO RFK-RUL-CHECKED-CNT(RFK-RUL-IDX)
               RFK-RUL-ORPHAN-CNT(RFK-RUL-IDX)
               RFK-RUL-BAD-CNT(RFK-RUL-IDX)
           MOVE 1 TO RFK-SIDE
           MOVE RRL-CHILD-LR-NAME TO RFK-RS-LR-NAME(RFK-RUL-IDX, 1)
           MOVE RRL-CHILD-FIELD-NAME
               TO RFK-RS-KEY-NAME(RFK-RUL-IDX, 1)
           PERFORM 1110-CLEAR-ONE-SIDE THRU 1110-EXIT
           MOVE 2 TO RFK-SIDE
           MOVE RRL-PARENT-LR-NAME TO RFK-RS-LR-NAME(RFK-RUL-IDX, 2)
           MOVE RRL-PARENT-FIELD-NAME
               TO RFK-RS-KEY-NAME(RFK-RUL-IDX, 2)
           PERFORM 1110-CLEAR-ONE-SIDE THRU 1110-EXIT.
       1100-EXIT.
           EXIT.
      *
       1110-CLEAR-ONE-SIDE.
           MOVE RFK-RS-LR-NAME(RFK-RUL-IDX, RFK-SIDE)
               TO RFK-RS-LR-ALT(RFK-RUL-IDX, RFK-SIDE)
           MOVE RFK-RS-KEY-NAME(RFK-RUL-IDX, RFK-SIDE)
               TO RFK-RS-KEY-ALT(RFK-RUL-IDX, RFK-SIDE)
           INSPECT RFK-RS-LR-ALT(RFK-RUL-IDX, RFK-SIDE)
               REPLACING ALL "_" BY "-"
           INSPECT RFK-RS-KEY-ALT(RFK-RUL-IDX, RFK-SIDE)
               REPLACING ALL "_" BY "-"
           MOVE "N" TO RFK-RS-LR-FOUND-SW(RFK-RUL-IDX, RFK-SIDE)
               RFK-RS-KEY-FOUND-SW(RFK-RUL-IDX, RFK-SIDE)
               RFK-RS-KEY-NUM-SW(RFK-RUL-IDX, RFK-SIDE)
           MOVE SPACES TO RFK-RS-KEY-USAGE(RFK-RUL-IDX, RFK-SIDE)
               RFK-RS-KEY-SIGN(RFK-RUL-IDX, RFK-SIDE)
           MOVE 0 TO RFK-RS-REC-LEN(RFK-RUL-IDX, RFK-SIDE)
               RFK-RS-KEY-OFFSET(RFK-RUL-IDX, RFK-SIDE)
               RFK-RS-KEY-LEN(RFK-RUL-IDX, RFK-SIDE)
               RFK-RS-KEY-SCALE(RFK-RUL-IDX, RFK-SIDE)
               RFK-RS-KEY-PTRAIL(RFK-RUL-IDX, RFK-SIDE)
               RFK-RS-FILE-CNT(RFK-RUL-IDX, RFK-SIDE).
       1110-EXIT.
           EXIT.
      *
       1150-LOAD-ONE-REGISTRY.
           READ EXTREG-FILE
               AT END
                   MOVE "Y" TO RFK-REG-EOF-SW
                   GO TO 1150-EXIT
           END-READ
           IF XRG-EXTRACT-DD = SPACES OR XRG-EXTRACT-DD(1:1) = "*"
               GO TO 1150-EXIT
           END-IF
           IF RFK-REG-TOP >= RFK-REG-MAX
               ADD 1 TO RFK-REG-OVERFLOW-CNT
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO RFK-REG-TOP
           MOVE XRG-EXTRACT-DD   TO RFK-REG-DD(RFK-REG-TOP)
           MOVE XRG-DATASET-NAME TO RFK-REG-DSN(RFK-REG-TOP)
           MOVE XRG-LR-NAME      TO RFK-REG-LR-NAME(RFK-REG-TOP)
           MOVE XRG-HEADER-SW    TO RFK-REG-HEADER-SW(RFK-REG-TOP)
           MOVE "N"              TO RFK-REG-OPENED-SW(RFK-REG-TOP)
           MOVE 0                TO RFK-REG-READ-CNT(RFK-REG-TOP).
       1150-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-CATALOG - ONE LRCAT ROW, OFFERED TO BOTH SIDES OF   *
      *  EVERY RULE - ONE LOGICAL RECORD CAN BE A CHILD IN ONE RULE    *
      *  AND A PARENT IN ANOTHER.                                      *
      ******************************************************************
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
               AT END
                   MOVE "Y" TO RFK-LRCAT-EOF-SW
                   CLOSE LRCAT-FILE
                   GO TO 1200-EXIT
           END-READ
           IF NOT LRC-IS-FIELD
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO RFK-NUM-SW
           MOVE 0 TO RFK-SCALE-CNT RFK-PTRAIL-CNT
           IF LRC-BYTE-LEN > 0
               MOVE LRC-PICTURE TO RFK-PIC-WORK
               PERFORM 1300-PARSE-PICTURE THRU 1300-EXIT
           END-IF
           PERFORM 1210-OFFER-ONE-RULE THRU 1210-EXIT
               VARYING RFK-RUL-IDX FROM 1 BY 1
               UNTIL RFK-RUL-IDX > RFK-RUL-TOP.
       1200-EXIT.
           EXIT.
      *
       1210-OFFER-ONE-RULE.
           MOVE 1 TO RFK-SIDE
           PERFORM 1220-LOAD-SIDE-ROW THRU 1220-EXIT
           MOVE 2 TO RFK-SIDE
           PERFORM 1220-LOAD-SIDE-ROW THRU 1220-EXIT.
       1210-EXIT.
           EXIT.
      *
       1220-LOAD-SIDE-ROW.
           IF LRC-LR-NAME NOT = RFK-RS-LR-NAME(RFK-RUL-IDX, RFK-SIDE)
               AND LRC-LR-NAME
                   NOT = RFK-RS-LR-ALT(RFK-RUL-IDX, RFK-SIDE)
               GO TO 1220-EXIT
           END-IF
      *> FROM HERE ON THE SIDE CARRIES THE CATALOG'S OWN SPELLING.
           MOVE "Y" TO RFK-RS-LR-FOUND-SW(RFK-RUL-IDX, RFK-SIDE)
           MOVE LRC-LR-NAME TO RFK-RS-LR-NAME(RFK-RUL-IDX, RFK-SIDE)
           IF LRC-BYTE-LEN = 0
               GO TO 1220-EXIT
           END-IF
           COMPUTE RFK-CAND-LEN = LRC-OFFSET + LRC-EFFECTIVE-LEN
           IF RFK-CAND-LEN > RFK-RS-REC-LEN(RFK-RUL-IDX, RFK-SIDE)
               MOVE RFK-CAND-LEN
                   TO RFK-RS-REC-LEN(RFK-RUL-IDX, RFK-SIDE)
           END-IF
           IF RFK-RS-KEY-FOUND(RFK-RUL-IDX, RFK-SIDE)
               GO TO 1220-EXIT
           END-IF
           IF LRC-FIELD-NAME
                   NOT = RFK-RS-KEY-NAME(RFK-RUL-IDX, RFK-SIDE)
               AND LRC-FIELD-NAME
                   NOT = RFK-RS-KEY-ALT(RFK-RUL-IDX, RFK-SIDE)
               GO TO 1220-EXIT
           END-IF
           MOVE "Y" TO RFK-RS-KEY-FOUND-SW(RFK-RUL-IDX, RFK-SIDE)
           MOVE LRC-FIELD-NAME TO RFK-RS-KEY-NAME(RFK-RUL-IDX, RFK-SIDE)
           MOVE LRC-OFFSET TO RFK-RS-KEY-OFFSET(RFK-RUL-IDX, RFK-SIDE)
           MOVE LRC-BYTE-LEN TO RFK-RS-KEY-LEN(RFK-RUL-IDX, RFK-SIDE)
           MOVE LRC-USAGE-CD TO RFK-RS-KEY-USAGE(RFK-RUL-IDX, RFK-SIDE)
           MOVE LRC-SIGN-CD TO RFK-RS-KEY-SIGN(RFK-RUL-IDX, RFK-SIDE)
           MOVE RFK-SCALE-CNT
               TO RFK-RS-KEY-SCALE(RFK-RUL-IDX, RFK-SIDE)
           MOVE RFK-PTRAIL-CNT
               TO RFK-RS-KEY-PTRAIL(RFK-RUL-IDX, RFK-SIDE)
           MOVE RFK-NUM-SW TO RFK-RS-KEY-NUM-SW(RFK-RUL-IDX, RFK-SIDE).
       1220-EXIT.
           EXIT.
      *
       1300-PARSE-PICTURE.
           MOVE 0 TO RFK-SCALE-CNT
           MOVE 0 TO RFK-XA-CNT
           MOVE 0 TO RFK-NINE-CNT
           MOVE 0 TO RFK-PTRAIL-CNT
           MOVE "N" TO RFK-AFTER-V-SW
           MOVE 1 TO RFK-PIC-IDX
           PERFORM 1310-PARSE-ONE-CHAR THRU 1310-EXIT
               UNTIL RFK-PIC-IDX > 30
           IF RFK-SCALE-CNT > 9
               MOVE 9 TO RFK-SCALE-CNT
           END-IF
      *> AN EDITED FIELD IS ALREADY PRINTED TEXT AND IS MATCHED AS
      *> TEXT.
           IF RFK-NINE-CNT > 0 AND RFK-XA-CNT = 0
               AND LRC-USAGE-CD NOT = "EDITED"
               MOVE "Y" TO RFK-NUM-SW
           ELSE
               MOVE "N" TO RFK-NUM-SW
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-PARSE-ONE-CHAR.
           MOVE RFK-PIC-WORK(RFK-PIC-IDX:1) TO RFK-PIC-CHAR
           EVALUATE RFK-PIC-CHAR
               WHEN "9"
                   ADD 1 TO RFK-NINE-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF RFK-AFTER-V
                       ADD RFK-REPEAT-NUM TO RFK-SCALE-CNT
                   END-IF
               WHEN "X"
               WHEN "A"
                   ADD 1 TO RFK-XA-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
               WHEN "V"
                   MOVE "Y" TO RFK-AFTER-V-SW
                   ADD 1 TO RFK-PIC-IDX
               WHEN "P"
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF RFK-AFTER-V OR RFK-NINE-CNT = 0
                       ADD RFK-REPEAT-NUM TO RFK-SCALE-CNT
                   ELSE
                       ADD RFK-REPEAT-NUM TO RFK-PTRAIL-CNT
                   END-IF
               WHEN SPACE
                   MOVE 31 TO RFK-PIC-IDX
               WHEN OTHER
                   ADD 1 TO RFK-PIC-IDX
           END-EVALUATE.
       1310-EXIT.
           EXIT.
      *
       1320-COUNT-REPEAT.
           MOVE 1 TO RFK-REPEAT-NUM
           ADD 1 TO RFK-PIC-IDX
           IF RFK-PIC-IDX > 29
               GO TO 1320-EXIT
           END-IF
           IF RFK-PIC-WORK(RFK-PIC-IDX:1) NOT = "("
               GO TO 1320-EXIT
           END-IF
           MOVE 0 TO RFK-REPEAT-NUM
           ADD 1 TO RFK-PIC-IDX
           PERFORM 1330-PARSE-REPEAT-DIGIT THRU 1330-EXIT
               UNTIL RFK-PIC-IDX > 30
               OR RFK-PIC-WORK(RFK-PIC-IDX:1) = ")"
           ADD 1 TO RFK-PIC-IDX.
       1320-EXIT.
           EXIT.
      *
       1330-PARSE-REPEAT-DIGIT.
           IF RFK-PIC-WORK(RFK-PIC-IDX:1) >= "0"
               AND RFK-PIC-WORK(RFK-PIC-IDX:1) <= "9"
               MOVE RFK-PIC-WORK(RFK-PIC-IDX:1) TO RFK-DIGIT-CHAR
               COMPUTE RFK-REPEAT-NUM =
                   RFK-REPEAT-NUM * 10 + RFK-DIGIT-NUM
           END-IF
           ADD 1 TO RFK-PIC-IDX.
       1330-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1400-CHECK-ONE-RULE - BOTH FIELDS MUST BE ON THE CATALOG AND  *
      *  COMPARABLE.  A RULE THAT FAILS HERE IS MARKED NOT RUN; THE    *
      *  OTHER RULES STILL RUN.  NUMBER AGAINST NUMBER COMPARES BY     *
      *  VALUE; ANYTHING AGAINST TEXT COMPARES AS TEXT OF THE TEXT     *
      *  SIDE'S WIDTH, A NUMERIC SIDE FORMATTED AS ZERO-FILLED DIGITS  *
      *  WITH THE SIGN DROPPED - THE SAME RULE USGXKEY APPLIES TO      *
      *  KEY-ID1 AGAINST ACCOUNT_NO.                                   *
      ******************************************************************
       1400-CHECK-ONE-RULE.
           MOVE 1 TO RFK-SIDE
           MOVE "CHILD" TO RFK-SIDE-NAME
           PERFORM 1410-CHECK-ONE-SIDE THRU 1410-EXIT
           IF RFK-RUL-NOT-RUN(RFK-RUL-IDX)
               GO TO 1400-EXIT
           END-IF
           MOVE 2 TO RFK-SIDE
           MOVE "PARENT" TO RFK-SIDE-NAME
           PERFORM 1410-CHECK-ONE-SIDE THRU 1410-EXIT
           IF RFK-RUL-NOT-RUN(RFK-RUL-IDX)
               GO TO 1400-EXIT
           END-IF
           IF RFK-RS-KEY-IS-NUM(RFK-RUL-IDX, 1)
               AND RFK-RS-KEY-IS-NUM(RFK-RUL-IDX, 2)
               MOVE "N" TO RFK-RUL-KEY-MODE(RFK-RUL-IDX)
               MOVE 28 TO RFK-RUL-KEY-WIDTH(RFK-RUL-IDX)
               GO TO 1400-EXIT
           END-IF
           MOVE "T" TO RFK-RUL-KEY-MODE(RFK-RUL-IDX)
           MOVE 0 TO RFK-RUL-KEY-WIDTH(RFK-RUL-IDX)
           IF NOT RFK-RS-KEY-IS-NUM(RFK-RUL-IDX, 1)
               MOVE RFK-RS-KEY-LEN(RFK-RUL-IDX, 1)
                   TO RFK-RUL-KEY-WIDTH(RFK-RUL-IDX)
           END-IF
           IF NOT RFK-RS-KEY-IS-NUM(RFK-RUL-IDX, 2)
               AND RFK-RS-KEY-LEN(RFK-RUL-IDX, 2)
                   > RFK-RUL-KEY-WIDTH(RFK-RUL-IDX)
               MOVE RFK-RS-KEY-LEN(RFK-RUL-IDX, 2)
                   TO RFK-RUL-KEY-WIDTH(RFK-RUL-IDX)
           END-IF.
       1400-EXIT.
           EXIT.
      *
       1410-CHECK-ONE-SIDE.
           MOVE SPACES TO RFK-ERR-TEXT
           EVALUATE TRUE
               WHEN NOT RFK-RS-LR-FOUND(RFK-RUL-IDX, RFK-SIDE)
                   STRING RFK-SIDE-NAME DELIMITED BY SPACE
                       " LOGICAL RECORD IS NOT ON LRCAT"
                       DELIMITED BY SIZE
                       INTO RFK-ERR-TEXT
                   END-STRING
               WHEN NOT RFK-RS-KEY-FOUND(RFK-RUL-IDX, RFK-SIDE)
                   STRING RFK-SIDE-NAME DELIMITED BY SPACE
                       " FIELD IS NOT ON ITS LOGICAL RECORD"
                       DELIMITED BY SIZE
                       INTO RFK-ERR-TEXT
                   END-STRING
               WHEN RFK-RS-KEY-USAGE(RFK-RUL-IDX, RFK-SIDE) = "COMP-1"
                   OR RFK-RS-KEY-USAGE(RFK-RUL-IDX, RFK-SIDE)
                       = "COMP-2"
                   STRING RFK-SIDE-NAME DELIMITED BY SPACE
                       " FIELD IS FLOATING POINT"
                       DELIMITED BY SIZE
                       INTO RFK-ERR-TEXT
                   END-STRING
               WHEN NOT RFK-RS-KEY-IS-NUM(RFK-RUL-IDX, RFK-SIDE)
                   AND RFK-RS-KEY-LEN(RFK-RUL-IDX, RFK-SIDE) > 40
                   STRING RFK-SIDE-NAME DELIMITED BY SPACE
                       " TEXT FIELD LONGER THAN 40 BYTES"
                       DELIMITED BY SIZE
                       INTO RFK-ERR-TEXT
                   END-STRING
           END-EVALUATE
           IF RFK-ERR-TEXT NOT = SPACES
               MOVE "N" TO RFK-RUL-STATE(RFK-RUL-IDX)
               MOVE RFK-ERR-TEXT TO RFK-RUL-REASON(RFK-RUL-IDX)
           END-IF.
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-RUN-ONE-RULE - TABLES THE PARENT VALUES FROM EVERY       *
      *  REGISTERED PARENT EXTRACT, THEN LOOKS UP EVERY RECORD OF      *
      *  EVERY REGISTERED CHILD EXTRACT.  A RULE WHOSE CHILD HAS NO    *
      *  EXTRACT TONIGHT HAS NOTHING TO CHECK; ONE WHOSE PARENT HAS    *
      *  NONE CANNOT BE CHECKED AT ALL.                                *
      ******************************************************************
       2000-RUN-ONE-RULE.
           IF RFK-RUL-NOT-RUN(RFK-RUL-IDX)
               GO TO 2090-POST-RESULT
           END-IF
           MOVE 1 TO RFK-SIDE
           PERFORM 2050-COUNT-SIDE-FILES THRU 2050-EXIT
           IF RFK-RS-FILE-CNT(RFK-RUL-IDX, 1) = 0
               MOVE "S" TO RFK-RUL-STATE(RFK-RUL-IDX)
               MOVE "NO CHILD EXTRACT REGISTERED"
                   TO RFK-RUL-REASON(RFK-RUL-IDX)
               GO TO 2090-POST-RESULT
           END-IF
           MOVE 2 TO RFK-SIDE
           PERFORM 2050-COUNT-SIDE-FILES THRU 2050-EXIT
           IF RFK-RS-FILE-CNT(RFK-RUL-IDX, 2) = 0
               MOVE "N" TO RFK-RUL-STATE(RFK-RUL-IDX)
               MOVE "NO PARENT EXTRACT REGISTERED"
                   TO RFK-RUL-REASON(RFK-RUL-IDX)
               GO TO 2090-POST-RESULT
           END-IF
           MOVE 0 TO RFK-PKEY-TOP
           MOVE "P" TO RFK-PASS-SW
           PERFORM 2100-READ-SIDE-FILES THRU 2100-EXIT
           IF RFK-RUL-NOT-RUN(RFK-RUL-IDX)
               GO TO 2090-POST-RESULT
           END-IF
           MOVE 1 TO RFK-SIDE
           MOVE "C" TO RFK-PASS-SW
           PERFORM 2100-READ-SIDE-FILES THRU 2100-EXIT
           IF NOT RFK-RUL-NOT-RUN(RFK-RUL-IDX)
               MOVE "R" TO RFK-RUL-STATE(RFK-RUL-IDX)
           END-IF.
       2090-POST-RESULT.
           PERFORM 2900-REPORT-RULE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *
       2050-COUNT-SIDE-FILES.
           MOVE 0 TO RFK-RS-FILE-CNT(RFK-RUL-IDX, RFK-SIDE)
           PERFORM 2060-COUNT-ONE-REGISTRY THRU 2060-EXIT
               VARYING RFK-REG-IDX FROM 1 BY 1
               UNTIL RFK-REG-IDX > RFK-REG-TOP.
       2050-EXIT.
           EXIT.
      *
      *> THE FIRST CHILD EXTRACT'S DD IS THE FEED THE RULE'S QUALREC
      *> ROW IS FILED UNDER ON THE SCORECARD.
       2060-COUNT-ONE-REGISTRY.
           IF RFK-REG-LR-NAME(RFK-REG-IDX)
                   NOT = RFK-RS-LR-NAME(RFK-RUL-IDX, RFK-SIDE)
               AND RFK-REG-LR-NAME(RFK-REG-IDX)
                   NOT = RFK-RS-LR-ALT(RFK-RUL-IDX, RFK-SIDE)
               GO TO 2060-EXIT
           END-IF
           ADD 1 TO RFK-RS-FILE-CNT(RFK-RUL-IDX, RFK-SIDE)
           IF RFK-SIDE = 1 AND RFK-RUL-FEED(RFK-RUL-IDX) = SPACES
               MOVE RFK-REG-DD(RFK-REG-IDX) TO RFK-RUL-FEED(RFK-RUL-IDX)
           END-IF.
       2060-EXIT.
           EXIT.
      *
       2100-READ-SIDE-FILES.
           PERFORM 2200-READ-ONE-FILE THRU 2200-EXIT
               VARYING RFK-REG-IDX FROM 1 BY 1
               UNTIL RFK-REG-IDX > RFK-REG-TOP
               OR RFK-RUL-NOT-RUN(RFK-RUL-IDX).
       2100-EXIT.
           EXIT.
      *
       2200-READ-ONE-FILE.
           IF RFK-REG-LR-NAME(RFK-REG-IDX)
                   NOT = RFK-RS-LR-NAME(RFK-RUL-IDX, RFK-SIDE)
               AND RFK-REG-LR-NAME(RFK-REG-IDX)
                   NOT = RFK-RS-LR-ALT(RFK-RUL-IDX, RFK-SIDE)
               GO TO 2200-EXIT
           END-IF
           MOVE RFK-REG-DSN(RFK-REG-IDX) TO RFK-CURRENT-DSN
           OPEN INPUT EXTRACT-FILE
           IF NOT RFK-EXTRACT-OK
               DISPLAY "LRREFCHK - UNABLE TO OPEN "
                   RFK-REG-DD(RFK-REG-IDX) " STATUS="
                   RFK-EXTRACT-STATUS " DSN=" RFK-CURRENT-DSN
               MOVE "N" TO RFK-RUL-STATE(RFK-RUL-IDX)
               MOVE SPACES TO RFK-RUL-REASON(RFK-RUL-IDX)
               STRING "EXTRACT " RFK-REG-DD(RFK-REG-IDX)
                   " DID NOT OPEN" DELIMITED BY SIZE
                   INTO RFK-RUL-REASON(RFK-RUL-IDX)
               END-STRING
               GO TO 2200-EXIT
           END-IF
           MOVE "Y" TO RFK-REG-OPENED-SW(RFK-REG-IDX)
           MOVE "N" TO RFK-FILE-EOF-SW
           MOVE 0 TO RFK-FILE-REC-NO
           MOVE "N" TO RFK-HEADER-PENDING-SW
           IF RFK-REG-HAS-HEADER(RFK-REG-IDX)
               MOVE "Y" TO RFK-HEADER-PENDING-SW
           END-IF
           PERFORM 2300-READ-ONE-RECORD THRU 2300-EXIT
               UNTIL RFK-FILE-EOF
               OR RFK-RUL-NOT-RUN(RFK-RUL-IDX)
           ADD RFK-FILE-REC-NO TO RFK-REG-READ-CNT(RFK-REG-IDX)
           CLOSE EXTRACT-FILE.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2300-READ-ONE-RECORD - ONE DETAIL RECORD.  ON THE PARENT PASS *
      *  ITS VALUE IS TABLED; ON THE CHILD PASS IT IS LOOKED UP, AND   *
      *  AN ORPHAN, A RECORD TOO SHORT TO HOLD THE FIELD, OR A FIELD   *
      *  THAT DOES NOT DECODE IS LISTED ON REFEXC AND COUNTED AS A     *
      *  FAILURE.  A PARENT RECORD THAT CANNOT BE TABLED LEAVES THE    *
      *  PARENT SET INCOMPLETE AND STOPS THE RULE.                     *
      ******************************************************************
       2300-READ-ONE-RECORD.
           READ EXTRACT-FILE INTO RFK-REC-BUF
               AT END
                   MOVE "Y" TO RFK-FILE-EOF-SW
                   GO TO 2300-EXIT
           END-READ
           IF RFK-HEADER-PENDING
               MOVE "N" TO RFK-HEADER-PENDING-SW
               GO TO 2300-EXIT
           END-IF
           IF RFK-REG-HAS-HEADER(RFK-REG-IDX)
               AND RFK-REC-BUF(1:8) = "RLHLTRLR"
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO RFK-FILE-REC-NO
           MOVE SPACES TO RFK-REASON
           IF RFK-REC-LEN < RFK-RS-KEY-OFFSET(RFK-RUL-IDX, RFK-SIDE)
                          + RFK-RS-KEY-LEN(RFK-RUL-IDX, RFK-SIDE)
               MOVE "RECORD SHORTER THAN LAYOUT" TO RFK-REASON
           ELSE
               PERFORM 5000-BUILD-KEY THRU 5000-EXIT
               IF NOT RFK-DECODE-OK
                   MOVE "FIELD DOES NOT DECODE" TO RFK-REASON
               END-IF
           END-IF
           IF RFK-PARENT-PASS
               PERFORM 2400-TABLE-PARENT-VALUE THRU 2400-EXIT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO RFK-RUL-CHECKED-CNT(RFK-RUL-IDX)
           IF RFK-REASON NOT = SPACES
               ADD 1 TO RFK-RUL-BAD-CNT(RFK-RUL-IDX)
               PERFORM 2600-LIST-EXCEPTION THRU 2600-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO RFK-FOUND-SW
           PERFORM 2500-MATCH-ONE-PARENT THRU 2500-EXIT
               VARYING RFK-PKEY-IDX FROM 1 BY 1
               UNTIL RFK-PKEY-IDX > RFK-PKEY-TOP
               OR RFK-FOUND
           IF NOT RFK-FOUND
               ADD 1 TO RFK-RUL-ORPHAN-CNT(RFK-RUL-IDX)
               MOVE "NO PARENT" TO RFK-REASON
               PERFORM 2600-LIST-EXCEPTION THRU 2600-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      *
       2400-TABLE-PARENT-VALUE.
           IF RFK-REASON NOT = SPACES
               MOVE "N" TO RFK-RUL-STATE(RFK-RUL-IDX)
               MOVE RFK-FILE-REC-NO TO RFK-REC-NO-TXT
               MOVE SPACES TO RFK-RUL-REASON(RFK-RUL-IDX)
               STRING "PARENT " RFK-REG-DD(RFK-REG-IDX) " REC "
                   RFK-REC-NO-TXT " - " RFK-REASON
                   DELIMITED BY SIZE
                   INTO RFK-RUL-REASON(RFK-RUL-IDX)
               END-STRING
               GO TO 2400-EXIT
           END-IF
           IF RFK-PKEY-TOP >= RFK-PKEY-MAX
               MOVE "N" TO RFK-RUL-STATE(RFK-RUL-IDX)
               MOVE "PARENT VALUES EXCEED THE 20000-ENTRY TABLE"
                   TO RFK-RUL-REASON(RFK-RUL-IDX)
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO RFK-PKEY-TOP
           MOVE RFK-KEY TO RFK-PKEY(RFK-PKEY-TOP).
       2400-EXIT.
           EXIT.
      *
       2500-MATCH-ONE-PARENT.
           IF RFK-PKEY(RFK-PKEY-IDX) = RFK-KEY
               MOVE "Y" TO RFK-FOUND-SW
           END-IF.
       2500-EXIT.
           EXIT.
      *
      *> ONE LINE PER FAILING CHILD RECORD - THE RULE, ITS SEVERITY,
      *> THE EXTRACT'S DD AND RECORD NUMBER, THE VALUE, AND WHY.
       2600-LIST-EXCEPTION.
           PERFORM 2650-SHOW-KEY THRU 2650-EXIT
           IF RFK-RUL-IS-ERROR(RFK-RUL-IDX)
               MOVE "ERROR" TO RFK-SEV-TXT
           ELSE
               MOVE "WARNING" TO RFK-SEV-TXT
           END-IF
           MOVE RFK-FILE-REC-NO TO RFK-REC-NO-TXT
           MOVE SPACES TO RFK-OUT-LINE
           STRING RFK-RUL-ID(RFK-RUL-IDX) " " RFK-SEV-TXT " "
               RFK-REG-DD(RFK-REG-IDX) " REC " RFK-REC-NO-TXT
               " " RFK-RS-KEY-NAME(RFK-RUL-IDX, 1)
               DELIMITED BY SIZE
               INTO RFK-OUT-LINE
           END-STRING
           MOVE "=" TO RFK-OUT-LINE(80:1)
           MOVE RFK-KEY-SHOW TO RFK-OUT-LINE(81:40)
           MOVE RFK-REASON TO RFK-OUT-LINE(103:30)
           WRITE REFEXC-RECORD FROM RFK-OUT-LINE.
       2600-EXIT.
           EXIT.
      *
      *> THE CHILD VALUE AS A PERSON READS IT - TEXT AS STORED, A
      *> NUMBER EDITED WITH ITS SIGN AND DECIMAL PLACES.
       2650-SHOW-KEY.
           MOVE SPACES TO RFK-KEY-SHOW
           IF RFK-REASON NOT = SPACES
               AND RFK-REASON NOT = "NO PARENT"
               AND RFK-REASON NOT = "FIELD DOES NOT DECODE"
               GO TO 2650-EXIT
           END-IF
           COMPUTE RFK-POS = RFK-RS-KEY-OFFSET(RFK-RUL-IDX, 1) + 1
           MOVE RFK-RS-KEY-LEN(RFK-RUL-IDX, 1) TO RFK-SPAN
           IF RFK-SPAN > 20
               MOVE 20 TO RFK-SPAN
           END-IF
           IF NOT RFK-RS-KEY-IS-NUM(RFK-RUL-IDX, 1)
               OR RFK-REASON = "FIELD DOES NOT DECODE"
               MOVE RFK-REC-BUF(RFK-POS:RFK-SPAN) TO RFK-KEY-SHOW
               INSPECT RFK-KEY-SHOW(1:RFK-SPAN)
                   REPLACING ALL LOW-VALUE BY "."
               GO TO 2650-EXIT
           END-IF
           MOVE 0 TO RFK-LEAD-CNT
           IF RFK-RS-KEY-SCALE(RFK-RUL-IDX, 1) = 0
               MOVE RFK-FLD-NUM TO RFK-NUM-EDIT
               INSPECT RFK-NUM-EDIT TALLYING RFK-LEAD-CNT
                   FOR LEADING SPACE
               MOVE RFK-NUM-EDIT(RFK-LEAD-CNT + 1:) TO RFK-KEY-SHOW
           ELSE
               MOVE RFK-FLD-NUM TO RFK-DEC-EDIT
               INSPECT RFK-DEC-EDIT TALLYING RFK-LEAD-CNT
                   FOR LEADING SPACE
               MOVE RFK-DEC-EDIT(RFK-LEAD-CNT + 1:) TO RFK-KEY-SHOW
           END-IF.
       2650-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2900-REPORT-RULE - THE RULE'S LINE ON REFRPT, ITS QUALREC ROW *
      *  WHEN IT RAN, AND ITS SHARE OF THE RETURN CODE.                *
      ******************************************************************
       2900-REPORT-RULE.
           IF RFK-RUL-IS-ERROR(RFK-RUL-IDX)
               MOVE "ERROR" TO RFK-SEV-TXT
           ELSE
               MOVE "WARNING" TO RFK-SEV-TXT
           END-IF
           MOVE SPACES TO RFK-OUT-LINE
           STRING RFK-RUL-ID(RFK-RUL-IDX) " " RFK-SEV-TXT " "
               DELIMITED BY SIZE
               RFK-RS-LR-NAME(RFK-RUL-IDX, 1) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RFK-RS-KEY-NAME(RFK-RUL-IDX, 1) DELIMITED BY SPACE
               " ON " DELIMITED BY SIZE
               RFK-RS-LR-NAME(RFK-RUL-IDX, 2) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RFK-RS-KEY-NAME(RFK-RUL-IDX, 2) DELIMITED BY SPACE
               INTO RFK-OUT-LINE
           END-STRING
           WRITE REFRPT-RECORD FROM RFK-OUT-LINE
           MOVE SPACES TO RFK-OUT-LINE
           EVALUATE TRUE
               WHEN RFK-RUL-RAN(RFK-RUL-IDX)
                   ADD 1 TO RFK-RULES-RUN-CNT
                   MOVE RFK-RUL-CHECKED-CNT(RFK-RUL-IDX)
                       TO RFK-CNT-TXT
                   COMPUTE RFK-CNT2-TXT =
                       RFK-RUL-ORPHAN-CNT(RFK-RUL-IDX)
                       + RFK-RUL-BAD-CNT(RFK-RUL-IDX)
                   STRING "    CHECKED " RFK-CNT-TXT
                       "   FAILED " RFK-CNT2-TXT
                       DELIMITED BY SIZE
                       INTO RFK-OUT-LINE
                   END-STRING
                   IF RFK-RUL-BAD-CNT(RFK-RUL-IDX) > 0
                       MOVE RFK-RUL-BAD-CNT(RFK-RUL-IDX) TO RFK-CNT-TXT
                       MOVE "   (UNREADABLE " TO RFK-OUT-LINE(46:15)
                       MOVE RFK-CNT-TXT TO RFK-OUT-LINE(61:11)
                       MOVE ")" TO RFK-OUT-LINE(72:1)
                   END-IF
                   PERFORM 2950-POST-QUALITY THRU 2950-EXIT
               WHEN RFK-RUL-NO-CHILD(RFK-RUL-IDX)
                   STRING "    NOT RUN - " RFK-RUL-REASON(RFK-RUL-IDX)
                       DELIMITED BY SIZE
                       INTO RFK-OUT-LINE
                   END-STRING
                   IF RFK-MAX-RC < 4
                       MOVE 4 TO RFK-MAX-RC
                   END-IF
               WHEN OTHER
                   ADD 1 TO RFK-RULES-FAILED-CNT
                   STRING "    NOT RUN - " RFK-RUL-REASON(RFK-RUL-IDX)
                       DELIMITED BY SIZE
                       INTO RFK-OUT-LINE
                   END-STRING
                   DISPLAY "LRREFCHK - RULE " RFK-RUL-ID(RFK-RUL-IDX)
                       " NOT RUN - " RFK-RUL-REASON(RFK-RUL-IDX)
                   MOVE 16 TO RFK-MAX-RC
           END-EVALUATE
           WRITE REFRPT-RECORD FROM RFK-OUT-LINE.
       2900-EXIT.
           EXIT.
      *
       2950-POST-QUALITY.
           COMPUTE RFK-ORPHAN-TOTAL = RFK-ORPHAN-TOTAL
               + RFK-RUL-ORPHAN-CNT(RFK-RUL-IDX)
               + RFK-RUL-BAD-CNT(RFK-RUL-IDX)
           IF RFK-RUL-ORPHAN-CNT(RFK-RUL-IDX) > 0
               OR RFK-RUL-BAD-CNT(RFK-RUL-IDX) > 0
               IF RFK-RUL-IS-ERROR(RFK-RUL-IDX)
                   MOVE 16 TO RFK-MAX-RC
               ELSE
                   IF RFK-MAX-RC < 4
                       MOVE 4 TO RFK-MAX-RC
                   END-IF
               END-IF
           END-IF
           MOVE "LRREFCHK" TO QUA-WS-PROGRAM
           MOVE RFK-RUL-FEED(RFK-RUL-IDX) TO QUA-WS-FEED
           MOVE RFK-RUL-ID(RFK-RUL-IDX) TO QUA-WS-CHECK-NAME
           MOVE RFK-RUL-CHECKED-CNT(RFK-RUL-IDX)
               TO QUA-WS-RECORDS-CHECKED
           COMPUTE QUA-WS-RECORDS-FAILED =
               RFK-RUL-ORPHAN-CNT(RFK-RUL-IDX)
               + RFK-RUL-BAD-CNT(RFK-RUL-IDX)
           PERFORM 8000-WRITE-QUALITY THRU 8000-EXIT.
       2950-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-BUILD-KEY - THE FIELD OF THE CURRENT SIDE IN RFK-REC-BUF *
      *  INTO RFK-KEY, IN THE FORM BOTH SIDES OF THE RULE ARE COMPARED *
      *  IN.  RFK-DECODE-OK-SW IS "N" WHEN A NUMERIC FIELD'S BYTES ARE *
      *  NOT A VALID NUMBER OF ITS USAGE.                              *
      ******************************************************************
       5000-BUILD-KEY.
           MOVE "Y" TO RFK-DECODE-OK-SW
           MOVE SPACES TO RFK-KEY
           COMPUTE RFK-POS = RFK-RS-KEY-OFFSET(RFK-RUL-IDX, RFK-SIDE)
               + 1
           MOVE RFK-RS-KEY-LEN(RFK-RUL-IDX, RFK-SIDE) TO RFK-SPAN
           IF NOT RFK-RS-KEY-IS-NUM(RFK-RUL-IDX, RFK-SIDE)
               MOVE RFK-REC-BUF(RFK-POS:RFK-SPAN) TO RFK-KEY
               GO TO 5000-EXIT
           END-IF
           EVALUATE RFK-RS-KEY-USAGE(RFK-RUL-IDX, RFK-SIDE)
               WHEN "COMP"
               WHEN "COMP-5"
                   PERFORM 6200-DECODE-BINARY THRU 6200-EXIT
               WHEN "COMP-3"
                   PERFORM 6300-DECODE-PACKED THRU 6300-EXIT
               WHEN OTHER
                   PERFORM 6400-DECODE-ZONED THRU 6400-EXIT
           END-EVALUATE
           IF NOT RFK-DECODE-OK
               GO TO 5000-EXIT
           END-IF
           PERFORM 6900-SCALE-NUMBER THRU 6900-EXIT
           IF RFK-RUL-BY-VALUE(RFK-RUL-IDX)
               IF RFK-FLD-NUM = 0
                   MOVE 0 TO RFK-KEY-NUM
               ELSE
                   MOVE RFK-FLD-NUM TO RFK-KEY-NUM
               END-IF
               MOVE RFK-KEY-NUM-X TO RFK-KEY
               GO TO 5000-EXIT
           END-IF
      *> A NUMBER MATCHED TO TEXT - ITS WHOLE DIGITS, ZERO-FILLED TO
      *> THE TEXT FIELD'S WIDTH.
           MOVE RFK-FLD-NUM TO RFK-KEY-DIGITS
           IF RFK-RUL-KEY-WIDTH(RFK-RUL-IDX) > 18
               MOVE ALL "0"
                   TO RFK-KEY(1:RFK-RUL-KEY-WIDTH(RFK-RUL-IDX) - 18)
               MOVE RFK-KEY-DIGITS-X
                   TO RFK-KEY(RFK-RUL-KEY-WIDTH(RFK-RUL-IDX) - 17:18)
           ELSE
               MOVE RFK-RUL-KEY-WIDTH(RFK-RUL-IDX) TO RFK-SPAN
               MOVE RFK-KEY-DIGITS-X(19 - RFK-SPAN:RFK-SPAN)
                   TO RFK-KEY(1:RFK-SPAN)
           END-IF.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6200-DECODE-BINARY - RIGHT-ALIGNS THE FIELD IN AN 8-BYTE     *
      *  FRAME PRESET FROM ITS TOP BIT, THEN READS THE FRAME AS A     *
      *  SIGNED BIG-ENDIAN COMP NUMBER.                               *
      ******************************************************************
       6200-DECODE-BINARY.
           IF RFK-SPAN > 8
               MOVE "N" TO RFK-DECODE-OK-SW
               GO TO 6200-EXIT
           END-IF
           IF RFK-REC-BUF(RFK-POS:1) >= X"80"
               AND RFK-RS-KEY-SIGN(RFK-RUL-IDX, RFK-SIDE) NOT = "N"
               MOVE HIGH-VALUES TO RFK-BIN-FRAME
           ELSE
               MOVE LOW-VALUES TO RFK-BIN-FRAME
           END-IF
           MOVE RFK-REC-BUF(RFK-POS:RFK-SPAN)
               TO RFK-BIN-FRAME(9 - RFK-SPAN:RFK-SPAN)
           MOVE RFK-BIN-NUM TO RFK-WORK-NUM.
       6200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6300-DECODE-PACKED - WALKS THE NIBBLES, ACCUMULATING DIGITS  *
      *  AND TAKING THE SIGN FROM THE FINAL LOW NIBBLE (B OR D IS     *
      *  NEGATIVE).  ANY DIGIT NIBBLE OVER 9 FAILS THE DECODE.        *
      ******************************************************************
       6300-DECODE-PACKED.
           IF RFK-SPAN > 10
               MOVE "N" TO RFK-DECODE-OK-SW
               GO TO 6300-EXIT
           END-IF
           MOVE 0 TO RFK-WORK-NUM
           MOVE "N" TO RFK-NEG-SW
           PERFORM 6310-DECODE-PACKED-BYTE THRU 6310-EXIT
               VARYING RFK-BYTE-IDX FROM 1 BY 1
               UNTIL RFK-BYTE-IDX > RFK-SPAN
               OR NOT RFK-DECODE-OK
           IF RFK-DECODE-OK AND RFK-IS-NEG
               COMPUTE RFK-WORK-NUM = 0 - RFK-WORK-NUM
           END-IF.
       6300-EXIT.
           EXIT.
      *
       6310-DECODE-PACKED-BYTE.
           MOVE RFK-REC-BUF(RFK-POS + RFK-BYTE-IDX - 1:1)
               TO RFK-BYTE-LO
           DIVIDE RFK-BYTE-NUM BY 16 GIVING RFK-NIB-HI
               REMAINDER RFK-NIB-LO
           IF RFK-NIB-HI > 9
               MOVE "N" TO RFK-DECODE-OK-SW
               GO TO 6310-EXIT
           END-IF
           COMPUTE RFK-WORK-NUM = RFK-WORK-NUM * 10 + RFK-NIB-HI
           IF RFK-BYTE-IDX < RFK-SPAN
               IF RFK-NIB-LO > 9
                   MOVE "N" TO RFK-DECODE-OK-SW
               ELSE
                   COMPUTE RFK-WORK-NUM =
                       RFK-WORK-NUM * 10 + RFK-NIB-LO
               END-IF
           ELSE
               IF RFK-NIB-LO < 10
                   MOVE "N" TO RFK-DECODE-OK-SW
               END-IF
               IF RFK-NIB-LO = 11 OR RFK-NIB-LO = 13
                   MOVE "Y" TO RFK-NEG-SW
               END-IF
           END-IF.
       6310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6400-DECODE-ZONED - DIGITS WITH THE SIGN WHERE LRC-SIGN-CD   *
      *  SAYS IT LIVES: A SEPARATE LEADING OR TRAILING BYTE, AN       *
      *  OVERPUNCH ON THE LAST DIGIT, OR NO SIGN AT ALL.              *
      ******************************************************************
       6400-DECODE-ZONED.
           IF RFK-SPAN > 20
               MOVE "N" TO RFK-DECODE-OK-SW
               GO TO 6400-EXIT
           END-IF
           MOVE 0 TO RFK-WORK-NUM
           MOVE "N" TO RFK-NEG-SW
           PERFORM 6410-DECODE-ZONED-BYTE THRU 6410-EXIT
               VARYING RFK-BYTE-IDX FROM 1 BY 1
               UNTIL RFK-BYTE-IDX > RFK-SPAN
               OR NOT RFK-DECODE-OK
           IF RFK-DECODE-OK AND RFK-IS-NEG
               COMPUTE RFK-WORK-NUM = 0 - RFK-WORK-NUM
           END-IF.
       6400-EXIT.
           EXIT.
      *
       6410-DECODE-ZONED-BYTE.
           MOVE RFK-REC-BUF(RFK-POS + RFK-BYTE-IDX - 1:1)
               TO RFK-CUR-BYTE
           IF RFK-RS-KEY-SIGN(RFK-RUL-IDX, RFK-SIDE) = "L"
               AND RFK-BYTE-IDX = 1
               IF RFK-CUR-BYTE = "-"
                   MOVE "Y" TO RFK-NEG-SW
               ELSE
                   IF RFK-CUR-BYTE NOT = "+"
                       MOVE "N" TO RFK-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 6410-EXIT
           END-IF
           IF RFK-RS-KEY-SIGN(RFK-RUL-IDX, RFK-SIDE) = "T"
               AND RFK-BYTE-IDX = RFK-SPAN
               IF RFK-CUR-BYTE = "-"
                   MOVE "Y" TO RFK-NEG-SW
               ELSE
                   IF RFK-CUR-BYTE NOT = "+"
                       MOVE "N" TO RFK-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 6410-EXIT
           END-IF
           IF RFK-RS-KEY-SIGN(RFK-RUL-IDX, RFK-SIDE) = "S"
               AND RFK-BYTE-IDX = RFK-SPAN
               PERFORM 6420-DECODE-OVERPUNCH THRU 6420-EXIT
               GO TO 6410-EXIT
           END-IF
           IF RFK-CUR-BYTE < "0" OR RFK-CUR-BYTE > "9"
               MOVE "N" TO RFK-DECODE-OK-SW
               GO TO 6410-EXIT
           END-IF
           MOVE RFK-CUR-BYTE TO RFK-DIGIT-CHAR
           COMPUTE RFK-WORK-NUM = RFK-WORK-NUM * 10 + RFK-DIGIT-NUM.
       6410-EXIT.
           EXIT.
      *
       6420-DECODE-OVERPUNCH.
           MOVE "N" TO RFK-OVP-FOUND-SW
           PERFORM 6430-MATCH-ONE-OVERPUNCH THRU 6430-EXIT
               VARYING RFK-OVP-IDX FROM 1 BY 1
               UNTIL RFK-OVP-IDX > 20
               OR RFK-OVP-FOUND
           IF NOT RFK-OVP-FOUND
               MOVE "N" TO RFK-DECODE-OK-SW
           END-IF.
       6420-EXIT.
           EXIT.
      *
      *> THE RING HOLDS DIGITS 0-9 TWICE IN EACH STRING - POSITION
      *> MODULO 10 IS THE DIGIT VALUE.
       6430-MATCH-ONE-OVERPUNCH.
           IF RFK-OVP-POS(RFK-OVP-IDX:1) = RFK-CUR-BYTE
               MOVE "Y" TO RFK-OVP-FOUND-SW
               DIVIDE RFK-OVP-IDX BY 10 GIVING RFK-NIB-HI
                   REMAINDER RFK-NIB-LO
               IF RFK-NIB-LO = 0
                   MOVE 10 TO RFK-NIB-LO
               END-IF
               COMPUTE RFK-WORK-NUM =
                   RFK-WORK-NUM * 10 + RFK-NIB-LO - 1
           END-IF
           IF RFK-OVP-NEG(RFK-OVP-IDX:1) = RFK-CUR-BYTE
               AND NOT RFK-OVP-FOUND
               MOVE "Y" TO RFK-OVP-FOUND-SW
               MOVE "Y" TO RFK-NEG-SW
               DIVIDE RFK-OVP-IDX BY 10 GIVING RFK-NIB-HI
                   REMAINDER RFK-NIB-LO
               IF RFK-NIB-LO = 0
                   MOVE 10 TO RFK-NIB-LO
               END-IF
               COMPUTE RFK-WORK-NUM =
                   RFK-WORK-NUM * 10 + RFK-NIB-LO - 1
           END-IF.
       6430-EXIT.
           EXIT.
      *
      *> THE DECODED DIGITS AS A REAL VALUE - P POSITIONS AFTER THE
      *> LAST 9 SCALE IT UP, THE PICTURE'S DECIMAL PLACES SCALE IT
      *> DOWN.
       6900-SCALE-NUMBER.
           IF RFK-RS-KEY-PTRAIL(RFK-RUL-IDX, RFK-SIDE) > 0
               PERFORM 6905-APPLY-P-SCALING THRU 6905-EXIT
                   VARYING RFK-SCALE-IDX FROM 1 BY 1
                   UNTIL RFK-SCALE-IDX
                       > RFK-RS-KEY-PTRAIL(RFK-RUL-IDX, RFK-SIDE)
           END-IF
           MOVE 1 TO RFK-SCALE-DIV
           PERFORM 6910-RAISE-SCALE THRU 6910-EXIT
               VARYING RFK-SCALE-IDX FROM 1 BY 1
               UNTIL RFK-SCALE-IDX
                   > RFK-RS-KEY-SCALE(RFK-RUL-IDX, RFK-SIDE)
           COMPUTE RFK-FLD-NUM = RFK-WORK-NUM / RFK-SCALE-DIV.
       6900-EXIT.
           EXIT.
      *
       6905-APPLY-P-SCALING.
           COMPUTE RFK-WORK-NUM = RFK-WORK-NUM * 10.
       6905-EXIT.
           EXIT.
      *
       6910-RAISE-SCALE.
           COMPUTE RFK-SCALE-DIV = RFK-SCALE-DIV * 10.
       6910-EXIT.
           EXIT.
      *
       7000-SUMMARIZE.
           IF RFK-REFEXC-OPENED
               MOVE SPACES TO RFK-OUT-LINE
               WRITE REFRPT-RECORD FROM RFK-OUT-LINE
               MOVE RFK-RUL-TOP TO RFK-CNT-TXT
               MOVE SPACES TO RFK-OUT-LINE
               STRING "RULES ON REFRULE     " RFK-CNT-TXT
                   DELIMITED BY SIZE INTO RFK-OUT-LINE
               END-STRING
               WRITE REFRPT-RECORD FROM RFK-OUT-LINE
               MOVE RFK-RULES-RUN-CNT TO RFK-CNT-TXT
               MOVE SPACES TO RFK-OUT-LINE
               STRING "RULES RUN            " RFK-CNT-TXT
                   DELIMITED BY SIZE INTO RFK-OUT-LINE
               END-STRING
               WRITE REFRPT-RECORD FROM RFK-OUT-LINE
               MOVE RFK-RULES-FAILED-CNT TO RFK-CNT-TXT
               MOVE SPACES TO RFK-OUT-LINE
               STRING "RULES NOT RUNNABLE   " RFK-CNT-TXT
                   DELIMITED BY SIZE INTO RFK-OUT-LINE
               END-STRING
               WRITE REFRPT-RECORD FROM RFK-OUT-LINE
               MOVE RFK-ORPHAN-TOTAL TO RFK-CNT-TXT
               MOVE SPACES TO RFK-OUT-LINE
               STRING "EXCEPTIONS LISTED    " RFK-CNT-TXT
                   DELIMITED BY SIZE INTO RFK-OUT-LINE
               END-STRING
               WRITE REFRPT-RECORD FROM RFK-OUT-LINE
               DISPLAY "LRREFCHK - " RFK-RULES-RUN-CNT " RULES RUN, "
                   RFK-ORPHAN-TOTAL " EXCEPTIONS LISTED"
           END-IF
           MOVE RFK-MAX-RC TO RETURN-CODE.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7850-POST-ACCESS-LOG - ONE ROW PER REGISTERED EXTRACT ANY     *
      *  RULE OPENED, NAMING THE DATASET THE REGISTRY POINTED THE      *
      *  DYNAMIC ASSIGNMENT AT.                                        *
      ******************************************************************
       7850-POST-ACCESS-LOG.
           MOVE "LRREFCHK" TO AXL-WS-PROGRAM
           PERFORM 7860-POST-ONE-EXTRACT THRU 7860-EXIT
               VARYING RFK-REG-IDX FROM 1 BY 1
               UNTIL RFK-REG-IDX > RFK-REG-TOP.
       7850-EXIT.
           EXIT.
      *
       7860-POST-ONE-EXTRACT.
           IF NOT RFK-REG-OPENED(RFK-REG-IDX)
               GO TO 7860-EXIT
           END-IF
           MOVE RFK-REG-DD(RFK-REG-IDX)       TO AXL-WS-EXTRACT-DD
           MOVE RFK-REG-DSN(RFK-REG-IDX)      TO AXL-WS-DATASET-NAME
           MOVE RFK-REG-READ-CNT(RFK-REG-IDX) TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7860-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
      *> SHARED DATA-QUALITY RESULT PARAGRAPH - SEE QUALWR.cpy.
       COPY QUALWR.
      *
       9000-TERMINATE.
           IF RFK-REFEXC-OPENED
               CLOSE REFEXC-FILE
           END-IF
           CLOSE REFRPT-FILE.
