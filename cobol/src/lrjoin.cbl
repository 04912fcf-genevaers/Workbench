      ******************************************************************
      **                                                              *
      **  PROGRAM      LRJOIN                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/14                                      *
      **                                                               *
      **  DESCRIPTION.  CATALOG-DRIVEN JOIN OF TWO EXTRACTS OF        *
      **      DIFFERENT LOGICAL RECORDS - THE GENERIC FORM OF THE     *
      **      HAND-WRITTEN PAIRINGS IN USGMRECN, USGXKEY AND          *
      **      CUSTXBLD.  DD JOINPRM NAMES THE LEFT AND RIGHT LOGICAL  *
      **      RECORDS WITH THE KEY FIELD ON EACH, THE JOIN TYPE       *
      **      (INNER, LEFT OUTER OR UNMATCHED ONLY) AND THE NAME OF   *
      **      THE JOINED LOGICAL RECORD.  BOTH LAYOUTS COME FROM DD   *
      **      LRCAT.  THE RIGHT EXTRACT (DD RIGHTEXT) IS TABLED BY    *
      **      KEY; EACH LEFT RECORD (DD LEFTEXT) IS THEN MATCHED      *
      **      AGAINST IT AND ONE COMBINED RECORD PER MATCH GOES TO    *
      **      DD JOINOUT - A ONE-BYTE MATCH CODE, THE LEFT RECORD,    *
      **      THEN THE RIGHT RECORD, OR AN EMPTY RIGHT RECORD (TEXT   *
      **      SPACES, NUMBERS ZERO) WHEN THE LEFT ONE DID NOT MATCH.  *
      **      THE COMBINED LAYOUT IS WRITTEN TO DD JOINCAT AS LRCAT   *
      **      ROWS OF ITS OWN, READY FOR LRCATMNT TO REGISTER, SO     *
      **      LRUNLOAD, LRSELECT AND THE REST READ THE JOINED FILE    *
      **      LIKE ANY OTHER EXTRACT.  THE MATCH STATISTICS GO TO DD  *
      **      JOINRPT.                                                *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/14 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST EXTRACT-ACCESS ROWS                    *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR LEFTEXT  *
      **                   AND RIGHTEXT, FOR THE MONTHLY DISCLOSE      *
      **                   REPORT.                                     *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRJOIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LRCAT-FILE    ASSIGN TO "LRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNR-LRCAT-STATUS.
           SELECT JOINPRM-FILE  ASSIGN TO "JOINPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNR-JOINPRM-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE EXTRACTS CARRY COMP
      *> AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE WITH
      *> THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT LEFTEXT-FILE  ASSIGN TO "LEFTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JNR-LEFTEXT-STATUS.
           SELECT RIGHTEXT-FILE ASSIGN TO "RIGHTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JNR-RIGHTEXT-STATUS.
           SELECT JOINOUT-FILE  ASSIGN TO "JOINOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JNR-JOINOUT-STATUS.
           SELECT JOINCAT-FILE  ASSIGN TO "JOINCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNR-JOINCAT-STATUS.
           SELECT JOINRPT-FILE  ASSIGN TO "JOINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNR-JOINRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       COPY LRCATREC.
       FD  JOINPRM-FILE.
       01  JOINPRM-RECORD                  PIC X(80).
       FD  LEFTEXT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON JNR-LEFT-REC-LEN.
       01  LEFTEXT-RECORD                  PIC X(1000).
       FD  RIGHTEXT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON JNR-RIGHT-REC-LEN.
       01  RIGHTEXT-RECORD                 PIC X(1000).
       FD  JOINOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON JNR-OUT-LEN.
       01  JOINOUT-RECORD                  PIC X(1000).
       FD  JOINCAT-FILE.
       COPY LRCATREC
           REPLACING LR-CATALOG-RECORD BY JOIN-CATALOG-RECORD.
       FD  JOINRPT-FILE.
       01  JOINRPT-RECORD                  PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  JNR-LRCAT-STATUS                PIC XX.
           88  JNR-LRCAT-OK                VALUE "00".
       01  JNR-JOINPRM-STATUS              PIC XX.
           88  JNR-JOINPRM-OK              VALUE "00".
       01  JNR-LEFTEXT-STATUS              PIC XX.
           88  JNR-LEFTEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES JNR-LEFTEXT-STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  JNR-LEFTEXT-OPENED-SW           PIC X(01)       VALUE "N".
           88  JNR-LEFTEXT-OPENED          VALUE "Y".
       01  JNR-RIGHTEXT-STATUS             PIC XX.
           88  JNR-RIGHTEXT-OK             VALUE "00".
      *> SAME REASONING AS JNR-LEFTEXT-OPENED-SW ABOVE.
       01  JNR-RIGHTEXT-OPENED-SW          PIC X(01)       VALUE "N".
           88  JNR-RIGHTEXT-OPENED         VALUE "Y".
       01  JNR-JOINOUT-STATUS              PIC XX.
      *> SAME REASONING AS JNR-LEFTEXT-OPENED-SW ABOVE.
       01  JNR-JOINOUT-OPENED-SW           PIC X(01)       VALUE "N".
           88  JNR-JOINOUT-OPENED          VALUE "Y".
       01  JNR-JOINCAT-STATUS              PIC XX.
       01  JNR-JOINRPT-STATUS              PIC XX.
       01  JNR-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  JNR-LRCAT-EOF               VALUE "Y".
       01  JNR-PRM-EOF-SW                  PIC X(01)       VALUE "N".
           88  JNR-PRM-EOF                 VALUE "Y".
       01  JNR-RIGHT-EOF-SW                PIC X(01)       VALUE "N".
           88  JNR-RIGHT-EOF               VALUE "Y".
       01  JNR-EOF-SW                      PIC X(01)       VALUE "N".
           88  JNR-EOF                     VALUE "Y".
       01  JNR-LEFT-REC-LEN                PIC 9(05)       VALUE 0.
       01  JNR-RIGHT-REC-LEN               PIC 9(05)       VALUE 0.
       01  JNR-OUT-LEN                     PIC 9(05)       VALUE 0.
      *> ------------------- JOINPRM CONTENTS -------------------------
       01  JOINPRM-LINE                    PIC X(80).
       01  JNR-PRM-KEYWORD                 PIC X(10).
       01  JNR-PRM-WORD-1                  PIC X(40).
       01  JNR-PRM-WORD-2                  PIC X(40).
       01  JNR-PRM-WORD-3                  PIC X(40).
       01  JNR-PRM-LINE-NO                 PIC 9(04)       VALUE 0.
       01  JNR-PRM-ERR-CNT                 PIC 9(04)       VALUE 0.
       01  JNR-PRM-ERR-TEXT                PIC X(50)       VALUE SPACES.
       01  JNR-JOIN-TYPE                   PIC X(01)       VALUE SPACE.
           88  JNR-INNER-JOIN              VALUE "I".
           88  JNR-LEFT-OUTER-JOIN         VALUE "L".
           88  JNR-UNMATCHED-ONLY          VALUE "U".
       01  JNR-JOIN-TYPE-TXT               PIC X(16)       VALUE SPACES.
       01  JNR-OUT-LR-NAME                 PIC X(30)       VALUE SPACES.
      *> ---------------------- THE TWO SIDES --------------------------
      *> ENTRY 1 IS THE LEFT LOGICAL RECORD, ENTRY 2 THE RIGHT.  THE
      *> NAMES ARE TAKEN AS WRITTEN ON JOINPRM, THEN WITH UNDERSCORES
      *> READ AS HYPHENS - THE CATALOG HOLDS BOTH SPELLINGS (MASTER_REC
      *> ACCOUNT_NO BESIDE USAGE-RECORD KEY-ID1).
       01  JNR-SIDE-TAB.
           05  JNR-SD-ENTRY                OCCURS 2 TIMES.
               10  JNR-SD-LR-NAME           PIC X(30).
               10  JNR-SD-LR-ALT            PIC X(30).
               10  JNR-SD-KEY-NAME          PIC X(30).
               10  JNR-SD-KEY-ALT           PIC X(30).
               10  JNR-SD-GIVEN-SW          PIC X(01).
                   88  JNR-SD-GIVEN         VALUE "Y".
               10  JNR-SD-LR-FOUND-SW       PIC X(01).
                   88  JNR-SD-LR-FOUND      VALUE "Y".
               10  JNR-SD-KEY-FOUND-SW      PIC X(01).
                   88  JNR-SD-KEY-FOUND     VALUE "Y".
               10  JNR-SD-REC-LEN           PIC 9(05).
      *> WHERE THE SIDE'S RECORD STARTS IN THE JOINED RECORD, AS A
      *> ZERO-BASED CATALOG OFFSET.
               10  JNR-SD-OUT-OFFSET        PIC 9(05).
               10  JNR-SD-KEY-OFFSET        PIC 9(05).
               10  JNR-SD-KEY-LEN           PIC 9(05).
               10  JNR-SD-KEY-USAGE         PIC X(10).
               10  JNR-SD-KEY-SIGN          PIC X(01).
               10  JNR-SD-KEY-SCALE         PIC 9(01).
               10  JNR-SD-KEY-PTRAIL        PIC 9(02).
               10  JNR-SD-KEY-NUM-SW        PIC X(01).
                   88  JNR-SD-KEY-IS-NUM    VALUE "Y".
               10  JNR-SD-READ-CNT          PIC 9(09).
               10  JNR-SD-SHORT-CNT         PIC 9(09).
               10  JNR-SD-ERR-CNT           PIC 9(09).
       01  JNR-SIDE                        PIC 9(01).
       01  JNR-SIDE-NAME                   PIC X(05).
      *> NUMBER AGAINST NUMBER COMPARES BY VALUE; ANYTHING AGAINST
      *> TEXT COMPARES AS TEXT OF THE TEXT SIDE'S WIDTH, A NUMERIC
      *> SIDE FORMATTED AS ZERO-FILLED DIGITS WITH THE SIGN DROPPED -
      *> THE SAME RULE USGXKEY APPLIES TO KEY-ID1 AGAINST ACCOUNT_NO.
       01  JNR-KEY-MODE                    PIC X(01)       VALUE SPACE.
           88  JNR-KEY-BY-VALUE            VALUE "N".
           88  JNR-KEY-BY-TEXT             VALUE "T".
       01  JNR-KEY-WIDTH                   PIC 9(02)       VALUE 0.
      *> ------------------ LEFT FIELD NAME TABLE ---------------------
      *> EVERY LEFT FIELD NAME, SO A RIGHT FIELD OF THE SAME NAME CAN
      *> BE CATALOGUED UNDER A NAME OF ITS OWN ON JOINCAT.
       01  JNR-LNAME-TAB.
           05  JNR-LNAME                   OCCURS 300 TIMES
                                           PIC X(30).
       01  JNR-LNAME-TOP                   PIC 9(03)       VALUE 0.
       01  JNR-LNAME-OVERFLOW-CNT          PIC 9(04)       VALUE 0.
       01  JNR-LNAME-IDX                   PIC 9(03).
       01  JNR-NAME-WORK                   PIC X(30).
       01  JNR-NAME-HIT-SW                 PIC X(01)       VALUE "N".
           88  JNR-NAME-HIT                VALUE "Y".
       01  JNR-NAME-LEN                    PIC 9(02).
       01  JNR-RENAME-CNT                  PIC 9(04)       VALUE 0.
      *> ------------------- RIGHT FIELD TABLE -----------------------
      *> THE RIGHT RECORD'S FIELDS, REDEFINING ONES LEFT OUT, FOR
      *> BUILDING THE EMPTY RIGHT RECORD AN UNMATCHED LEFT ONE CARRIES.
       01  JNR-FLD-TAB.
           05  JNR-FLD-ENTRY               OCCURS 150 TIMES.
               10  JNR-FLD-USAGE            PIC X(10).
               10  JNR-FLD-SIGN             PIC X(01).
               10  JNR-FLD-BYTE-LEN         PIC 9(05).
               10  JNR-FLD-COPIES           PIC 9(05).
               10  JNR-FLD-OFFSET           PIC 9(05).
               10  JNR-FLD-NUM-SW           PIC X(01).
                   88  JNR-FLD-IS-NUM       VALUE "Y".
       01  JNR-FLD-TOP                     PIC 9(03)       VALUE 0.
       01  JNR-FLD-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  JNR-FLD-IDX                     PIC 9(03).
       01  JNR-COPY-IDX                    PIC 9(05).
       01  JNR-CAND-LEN                    PIC 9(05)       VALUE 0.
      *> ----------------- PICTURE PARSE WORK AREA ---------------------
       01  JNR-PIC-WORK                    PIC X(30).
       01  JNR-PIC-IDX                     PIC 9(02).
       01  JNR-PIC-CHAR                    PIC X(01).
       01  JNR-SCALE-CNT                   PIC 9(03)       VALUE 0.
       01  JNR-AFTER-V-SW                  PIC X(01)       VALUE "N".
           88  JNR-AFTER-V                 VALUE "Y".
       01  JNR-REPEAT-NUM                  PIC 9(05)       VALUE 0.
       01  JNR-XA-CNT                      PIC 9(03)       VALUE 0.
       01  JNR-NINE-CNT                    PIC 9(03)       VALUE 0.
      *> P POSITIONS AFTER THE LAST 9 SCALE THE VALUE UP BY A POWER
      *> OF TEN; P POSITIONS AHEAD OF THE 9S OR AFTER THE V ADD TO
      *> THE DECIMAL SCALE INSTEAD.
       01  JNR-PTRAIL-CNT                  PIC 9(02)       VALUE 0.
       01  JNR-NUM-SW                      PIC X(01)       VALUE "N".
           88  JNR-IS-NUM                  VALUE "Y".
       01  JNR-DIGIT-CHAR                  PIC X(01).
       01  JNR-DIGIT-NUM REDEFINES JNR-DIGIT-CHAR
                                           PIC 9(01).
      *> ------------------- RIGHT RECORD TABLE ----------------------
      *> THE WHOLE RIGHT EXTRACT, KEYED.  A FULL TABLE STOPS THE RUN -
      *> JOINING AGAINST PART OF THE RIGHT FILE WOULD REPORT MATCHES
      *> AS MISSING.
       01  JNR-RGT-MAX                     PIC 9(04) COMP  VALUE 5000.
       01  JNR-RGT-TAB.
           05  JNR-RGT-ENTRY               OCCURS 5000 TIMES.
               10  JNR-RGT-KEY              PIC X(40).
               10  JNR-RGT-USED-SW          PIC X(01).
                   88  JNR-RGT-USED         VALUE "Y".
               10  JNR-RGT-REC              PIC X(1000).
       01  JNR-RGT-TOP                     PIC 9(04) COMP  VALUE 0.
       01  JNR-RGT-IDX                     PIC 9(04) COMP  VALUE 0.
       01  JNR-RGT-DUP-CNT                 PIC 9(09)       VALUE 0.
       01  JNR-RGT-UNUSED-CNT              PIC 9(09)       VALUE 0.
       01  JNR-DUP-SW                      PIC X(01)       VALUE "N".
           88  JNR-DUP-KEY                 VALUE "Y".
      *> ------------------- RECORD BUILD AREA -----------------------
       01  JNR-REC-BUF                     PIC X(1000).
       01  JNR-OUT-BUF                     PIC X(1000).
      *> THE EMPTY RIGHT RECORD - EACH FIELD AS SPACES OR AS ZERO IN
      *> ITS OWN FORM.
       01  JNR-TEMPLATE                    PIC X(1000)     VALUE SPACES.
       01  JNR-POS                         PIC 9(05).
       01  JNR-SPAN                        PIC 9(05).
       01  JNR-BYTE-IDX                    PIC 9(05).
       01  JNR-KEY                         PIC X(40).
       01  JNR-LEFT-KEY                    PIC X(40).
       01  JNR-HIT-CNT                     PIC 9(09)       VALUE 0.
      *> -------------------- DECODE WORK AREA -------------------------
      *> ONE BYTE PROMOTED TO ITS NUMERIC VALUE THROUGH A TWO-BYTE
      *> BIG-ENDIAN BINARY OVERLAY - THE HIGH BYTE STAYS LOW-VALUE.
       01  JNR-BYTE-PAIR.
           05  JNR-BYTE-HI                 PIC X(01).
           05  JNR-BYTE-LO                 PIC X(01).
       01  JNR-BYTE-NUM REDEFINES JNR-BYTE-PAIR
                                           PIC 9(04) COMP.
       01  JNR-NIB-HI                      PIC 9(02).
       01  JNR-NIB-LO                      PIC 9(02).
      *> AN EIGHT-BYTE FRAME A SHORTER COMP FIELD IS RIGHT-ALIGNED
      *> INTO, SIGN-EXTENDED BY PRESETTING THE FRAME TO LOW- OR
      *> HIGH-VALUES FROM THE FIELD'S TOP BIT.
       01  JNR-BIN-FRAME                   PIC X(08).
       01  JNR-BIN-NUM REDEFINES JNR-BIN-FRAME
                                           PIC S9(18) COMP.
       01  JNR-WORK-NUM                    PIC S9(19)      VALUE 0.
       01  JNR-NEG-SW                      PIC X(01)       VALUE "N".
           88  JNR-IS-NEG                  VALUE "Y".
       01  JNR-DECODE-OK-SW                PIC X(01)       VALUE "Y".
           88  JNR-DECODE-OK               VALUE "Y".
       01  JNR-SCALE-DIV                   PIC 9(10)       VALUE 1.
       01  JNR-SCALE-IDX                   PIC 9(02).
       01  JNR-FLD-NUM                     PIC S9(18)V9(09) VALUE 0.
      *> A KEY COMPARED BY VALUE - SIGN AND DECIMALS IN FIXED
      *> POSITIONS, SO EQUAL VALUES ARE EQUAL BYTES.
       01  JNR-KEY-NUM                     PIC S9(18)V9(09)
                                           SIGN LEADING SEPARATE.
       01  JNR-KEY-NUM-X REDEFINES JNR-KEY-NUM
                                           PIC X(28).
       01  JNR-KEY-DIGITS                  PIC 9(18).
       01  JNR-KEY-DIGITS-X REDEFINES JNR-KEY-DIGITS
                                           PIC X(18).
       01  JNR-CUR-BYTE                    PIC X(01).
      *> THE OVERPUNCH DECODE RING - POSITION IN THE STRING GIVES
      *> DIGIT AND SIGN FOR AN EMBEDDED-SIGN LAST BYTE, COVERING THE
      *> EBCDIC-STYLE AND ASCII-STYLE ENCODINGS.
       01  JNR-OVP-POS                     PIC X(20)       VALUE
           "{ABCDEFGHI0123456789".
       01  JNR-OVP-NEG                     PIC X(20)       VALUE
           "}JKLMNOPQRpqrstuvwxy".
       01  JNR-OVP-IDX                     PIC 9(02).
       01  JNR-OVP-FOUND-SW                PIC X(01)       VALUE "N".
           88  JNR-OVP-FOUND               VALUE "Y".
      *> ------------------- JOINCAT ROW STATE -------------------------
       01  JNR-CAT-SEQ                     PIC 9(04)       VALUE 0.
       01  JNR-NEW-LEVEL                   PIC 9(02).
      *> -------------------- COUNTS AND REPORT ------------------------
       01  JNR-LEFT-MATCHED-CNT            PIC 9(09)       VALUE 0.
       01  JNR-LEFT-UNMATCHED-CNT          PIC 9(09)       VALUE 0.
       01  JNR-WRITE-CNT                   PIC 9(09)       VALUE 0.
       01  JNR-PCT                         PIC 9(03)V9     VALUE 0.
       01  JNR-PCT-TXT                     PIC ZZ9.9.
       01  JNR-CNT-TXT                     PIC ZZZ,ZZZ,ZZ9.
       01  JNR-LEN-TXT                     PIC ZZZ9.
       01  JNR-LEN2-TXT                    PIC ZZZ9.
       01  JNR-LEN3-TXT                    PIC ZZZ9.
       01  JNR-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL JNR-LRCAT-EOF
           PERFORM 1400-CHECK-JOIN THRU 1400-EXIT
           PERFORM 1600-WRITE-JOIN-CATALOG THRU 1600-EXIT
           PERFORM 1700-BUILD-TEMPLATE THRU 1700-EXIT
           PERFORM 2000-LOAD-RIGHT-RECORD THRU 2000-EXIT
               UNTIL JNR-RIGHT-EOF
           PERFORM 3000-JOIN-LEFT-RECORD THRU 3000-EXIT
               UNTIL JNR-EOF
           PERFORM 8000-SUMMARIZE THRU 8000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE LOW-VALUES TO JNR-BYTE-HI
           MOVE SPACES TO JNR-SIDE-TAB
           MOVE 1 TO JNR-SIDE
           PERFORM 1010-CLEAR-ONE-SIDE THRU 1010-EXIT
           MOVE 2 TO JNR-SIDE
           PERFORM 1010-CLEAR-ONE-SIDE THRU 1010-EXIT
           OPEN OUTPUT JOINRPT-FILE
           OPEN INPUT JOINPRM-FILE
           IF NOT JNR-JOINPRM-OK
               DISPLAY "LRJOIN - UNABLE TO OPEN JOINPRM, STATUS="
                   JNR-JOINPRM-STATUS
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-PARM THRU 1100-EXIT
               UNTIL JNR-PRM-EOF
           CLOSE JOINPRM-FILE
           IF NOT JNR-SD-GIVEN(1)
               DISPLAY "LRJOIN - JOINPRM HAS NO LEFT LINE"
               ADD 1 TO JNR-PRM-ERR-CNT
           END-IF
           IF NOT JNR-SD-GIVEN(2)
               DISPLAY "LRJOIN - JOINPRM HAS NO RIGHT LINE"
               ADD 1 TO JNR-PRM-ERR-CNT
           END-IF
           IF JNR-OUT-LR-NAME = SPACES
               DISPLAY "LRJOIN - JOINPRM HAS NO OUTPUT LINE"
               ADD 1 TO JNR-PRM-ERR-CNT
           END-IF
           IF JNR-PRM-ERR-CNT > 0
               DISPLAY "LRJOIN - " JNR-PRM-ERR-CNT
                   " JOINPRM ERRORS - NOTHING JOINED"
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
               GO TO 1000-EXIT
           END-IF
      *> NO TYPE LINE IS AN INNER JOIN.
           IF JNR-JOIN-TYPE = SPACE
               MOVE "I" TO JNR-JOIN-TYPE
           END-IF
           EVALUATE TRUE
               WHEN JNR-INNER-JOIN
                   MOVE "INNER" TO JNR-JOIN-TYPE-TXT
               WHEN JNR-LEFT-OUTER-JOIN
                   MOVE "LEFT OUTER" TO JNR-JOIN-TYPE-TXT
               WHEN JNR-UNMATCHED-ONLY
                   MOVE "UNMATCHED ONLY" TO JNR-JOIN-TYPE-TXT
           END-EVALUATE
           OPEN INPUT  LRCAT-FILE
           IF NOT JNR-LRCAT-OK
               DISPLAY "LRJOIN - UNABLE TO OPEN LRCAT, STATUS="
                   JNR-LRCAT-STATUS
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1010-CLEAR-ONE-SIDE.
           MOVE "N" TO JNR-SD-GIVEN-SW(JNR-SIDE)
               JNR-SD-LR-FOUND-SW(JNR-SIDE)
               JNR-SD-KEY-FOUND-SW(JNR-SIDE)
               JNR-SD-KEY-NUM-SW(JNR-SIDE)
           MOVE 0 TO JNR-SD-REC-LEN(JNR-SIDE)
               JNR-SD-OUT-OFFSET(JNR-SIDE)
               JNR-SD-KEY-OFFSET(JNR-SIDE)
               JNR-SD-KEY-LEN(JNR-SIDE)
               JNR-SD-KEY-SCALE(JNR-SIDE)
               JNR-SD-KEY-PTRAIL(JNR-SIDE)
               JNR-SD-READ-CNT(JNR-SIDE)
               JNR-SD-SHORT-CNT(JNR-SIDE)
               JNR-SD-ERR-CNT(JNR-SIDE).
       1010-EXIT.
           EXIT.
      *
       1090-STOP-RUN.
           MOVE "Y" TO JNR-LRCAT-EOF-SW
           MOVE "Y" TO JNR-RIGHT-EOF-SW
           MOVE "Y" TO JNR-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1090-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-LOAD-ONE-PARM - ONE JOINPRM LINE.  THE KEYWORDS ARE:    *
      *      LEFT    LR-NAME KEY-FIELD                                *
      *      RIGHT   LR-NAME KEY-FIELD                                *
      *      TYPE    INNER | LEFT | UNMATCHED   (DEFAULT INNER)       *
      *      OUTPUT  LR-NAME OF THE JOINED RECORD                     *
      *  A "*" IN COLUMN 1 IS A COMMENT.                              *
      ******************************************************************
       1100-LOAD-ONE-PARM.
           READ JOINPRM-FILE INTO JOINPRM-LINE
               AT END
                   MOVE "Y" TO JNR-PRM-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO JNR-PRM-LINE-NO
           IF JOINPRM-LINE = SPACES OR JOINPRM-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO JNR-PRM-KEYWORD JNR-PRM-WORD-1
               JNR-PRM-WORD-2 JNR-PRM-WORD-3 JNR-PRM-ERR-TEXT
           UNSTRING JOINPRM-LINE DELIMITED BY ALL SPACE
               INTO JNR-PRM-KEYWORD JNR-PRM-WORD-1 JNR-PRM-WORD-2
                    JNR-PRM-WORD-3
           END-UNSTRING
      *> A LINE INDENTED BY A BLANK UNSTRINGS AN EMPTY FIRST WORD.
           IF JNR-PRM-KEYWORD = SPACES
               MOVE JNR-PRM-WORD-1 TO JNR-PRM-KEYWORD
               MOVE JNR-PRM-WORD-2 TO JNR-PRM-WORD-1
               MOVE JNR-PRM-WORD-3 TO JNR-PRM-WORD-2
               MOVE SPACES TO JNR-PRM-WORD-3
           END-IF
           EVALUATE JNR-PRM-KEYWORD
               WHEN "LEFT"
                   MOVE 1 TO JNR-SIDE
                   PERFORM 1110-TAKE-SIDE THRU 1110-EXIT
               WHEN "RIGHT"
                   MOVE 2 TO JNR-SIDE
                   PERFORM 1110-TAKE-SIDE THRU 1110-EXIT
               WHEN "TYPE"
                   PERFORM 1120-TAKE-TYPE THRU 1120-EXIT
               WHEN "OUTPUT"
                   EVALUATE TRUE
                       WHEN JNR-OUT-LR-NAME NOT = SPACES
                           MOVE "MORE THAN ONE OUTPUT LINE"
                               TO JNR-PRM-ERR-TEXT
                       WHEN JNR-PRM-WORD-1 = SPACES
                           MOVE "OUTPUT NEEDS A LOGICAL RECORD NAME"
                               TO JNR-PRM-ERR-TEXT
                       WHEN JNR-PRM-WORD-1(31:10) NOT = SPACES
                           MOVE "NAME LONGER THAN 30 CHARACTERS"
                               TO JNR-PRM-ERR-TEXT
                       WHEN JNR-PRM-WORD-2 NOT = SPACES
                           MOVE "ONE NAME ON AN OUTPUT LINE"
                               TO JNR-PRM-ERR-TEXT
                       WHEN OTHER
                           MOVE JNR-PRM-WORD-1 TO JNR-OUT-LR-NAME
                   END-EVALUATE
               WHEN OTHER
                   MOVE "KEYWORD IS LEFT, RIGHT, TYPE OR OUTPUT"
                       TO JNR-PRM-ERR-TEXT
           END-EVALUATE
           IF JNR-PRM-ERR-TEXT NOT = SPACES
               ADD 1 TO JNR-PRM-ERR-CNT
               DISPLAY "LRJOIN - JOINPRM LINE " JNR-PRM-LINE-NO
                   " REJECTED - " JNR-PRM-ERR-TEXT
               MOVE SPACES TO JNR-OUT-LINE
               STRING "  ** " JOINPRM-LINE(1:40) " - "
                   JNR-PRM-ERR-TEXT DELIMITED BY SIZE
                   INTO JNR-OUT-LINE
               END-STRING
               WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1110-TAKE-SIDE.
           EVALUATE TRUE
               WHEN JNR-SD-GIVEN(JNR-SIDE)
                   STRING "MORE THAN ONE " DELIMITED BY SIZE
                       JNR-PRM-KEYWORD DELIMITED BY SPACE
                       " LINE" DELIMITED BY SIZE
                       INTO JNR-PRM-ERR-TEXT
                   END-STRING
               WHEN JNR-PRM-WORD-2 = SPACES
                   MOVE "NEEDS A LOGICAL RECORD NAME AND A KEY FIELD"
                       TO JNR-PRM-ERR-TEXT
               WHEN JNR-PRM-WORD-1(31:10) NOT = SPACES
                   OR JNR-PRM-WORD-2(31:10) NOT = SPACES
                   MOVE "NAME LONGER THAN 30 CHARACTERS"
                       TO JNR-PRM-ERR-TEXT
               WHEN JNR-PRM-WORD-3 NOT = SPACES
                   MOVE "ONE LOGICAL RECORD AND ONE KEY FIELD PER LINE"
                       TO JNR-PRM-ERR-TEXT
               WHEN OTHER
                   MOVE "Y" TO JNR-SD-GIVEN-SW(JNR-SIDE)
                   MOVE JNR-PRM-WORD-1 TO JNR-SD-LR-NAME(JNR-SIDE)
                                          JNR-SD-LR-ALT(JNR-SIDE)
                   MOVE JNR-PRM-WORD-2 TO JNR-SD-KEY-NAME(JNR-SIDE)
                                          JNR-SD-KEY-ALT(JNR-SIDE)
                   INSPECT JNR-SD-LR-ALT(JNR-SIDE)
                       REPLACING ALL "_" BY "-"
                   INSPECT JNR-SD-KEY-ALT(JNR-SIDE)
                       REPLACING ALL "_" BY "-"
           END-EVALUATE.
       1110-EXIT.
           EXIT.
      *
       1120-TAKE-TYPE.
           IF JNR-JOIN-TYPE NOT = SPACE
               MOVE "MORE THAN ONE TYPE LINE" TO JNR-PRM-ERR-TEXT
               GO TO 1120-EXIT
           END-IF
           IF JNR-PRM-WORD-2 NOT = SPACES
               AND JNR-PRM-WORD-2 NOT = "OUTER"
               MOVE "TYPE IS INNER, LEFT OR UNMATCHED"
                   TO JNR-PRM-ERR-TEXT
               GO TO 1120-EXIT
           END-IF
           EVALUATE JNR-PRM-WORD-1
               WHEN "INNER"
                   MOVE "I" TO JNR-JOIN-TYPE
               WHEN "LEFT"
               WHEN "LEFT-OUTER"
                   MOVE "L" TO JNR-JOIN-TYPE
               WHEN "UNMATCHED"
                   MOVE "U" TO JNR-JOIN-TYPE
               WHEN OTHER
                   MOVE "TYPE IS INNER, LEFT OR UNMATCHED"
                       TO JNR-PRM-ERR-TEXT
           END-EVALUATE.
       1120-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-CATALOG - ONE LRCAT ROW.  A ROW MAY BELONG TO BOTH  *
      *  SIDES WHEN A LOGICAL RECORD IS JOINED TO ITSELF, SO EACH      *
      *  SIDE LOOKS AT EVERY ROW.                                      *
      ******************************************************************
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
               AT END
                   MOVE "Y" TO JNR-LRCAT-EOF-SW
                   CLOSE LRCAT-FILE
           END-READ
           IF JNR-LRCAT-EOF
               GO TO 1200-EXIT
           END-IF
           IF NOT LRC-IS-FIELD OF LR-CATALOG-RECORD
               GO TO 1200-EXIT
           END-IF
           MOVE 1 TO JNR-SIDE
           PERFORM 1210-LOAD-SIDE-ROW THRU 1210-EXIT
           MOVE 2 TO JNR-SIDE
           PERFORM 1210-LOAD-SIDE-ROW THRU 1210-EXIT.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-SIDE-ROW.
           IF LRC-LR-NAME OF LR-CATALOG-RECORD
                   NOT = JNR-SD-LR-NAME(JNR-SIDE)
               AND LRC-LR-NAME OF LR-CATALOG-RECORD
                   NOT = JNR-SD-LR-ALT(JNR-SIDE)
               GO TO 1210-EXIT
           END-IF
      *> FROM HERE ON THE SIDE CARRIES THE CATALOG'S OWN SPELLING.
           MOVE "Y" TO JNR-SD-LR-FOUND-SW(JNR-SIDE)
           MOVE LRC-LR-NAME OF LR-CATALOG-RECORD
               TO JNR-SD-LR-NAME(JNR-SIDE) JNR-SD-LR-ALT(JNR-SIDE)
           IF JNR-SIDE = 1
               IF JNR-LNAME-TOP < 300
                   ADD 1 TO JNR-LNAME-TOP
                   MOVE LRC-FIELD-NAME OF LR-CATALOG-RECORD
                       TO JNR-LNAME(JNR-LNAME-TOP)
               ELSE
                   ADD 1 TO JNR-LNAME-OVERFLOW-CNT
               END-IF
           END-IF
           IF LRC-BYTE-LEN OF LR-CATALOG-RECORD = 0
               GO TO 1210-EXIT
           END-IF
           COMPUTE JNR-CAND-LEN = LRC-OFFSET OF LR-CATALOG-RECORD
               + LRC-EFFECTIVE-LEN OF LR-CATALOG-RECORD
           IF JNR-CAND-LEN > JNR-SD-REC-LEN(JNR-SIDE)
               MOVE JNR-CAND-LEN TO JNR-SD-REC-LEN(JNR-SIDE)
           END-IF
           MOVE LRC-PICTURE OF LR-CATALOG-RECORD TO JNR-PIC-WORK
           PERFORM 1300-PARSE-PICTURE THRU 1300-EXIT
           IF (LRC-FIELD-NAME OF LR-CATALOG-RECORD
                   = JNR-SD-KEY-NAME(JNR-SIDE)
               OR LRC-FIELD-NAME OF LR-CATALOG-RECORD
                   = JNR-SD-KEY-ALT(JNR-SIDE))
               AND NOT JNR-SD-KEY-FOUND(JNR-SIDE)
               MOVE "Y" TO JNR-SD-KEY-FOUND-SW(JNR-SIDE)
               MOVE LRC-FIELD-NAME OF LR-CATALOG-RECORD
                   TO JNR-SD-KEY-NAME(JNR-SIDE)
               MOVE LRC-OFFSET OF LR-CATALOG-RECORD
                   TO JNR-SD-KEY-OFFSET(JNR-SIDE)
               MOVE LRC-BYTE-LEN OF LR-CATALOG-RECORD
                   TO JNR-SD-KEY-LEN(JNR-SIDE)
               MOVE LRC-USAGE-CD OF LR-CATALOG-RECORD
                   TO JNR-SD-KEY-USAGE(JNR-SIDE)
               MOVE LRC-SIGN-CD OF LR-CATALOG-RECORD
                   TO JNR-SD-KEY-SIGN(JNR-SIDE)
               MOVE JNR-SCALE-CNT TO JNR-SD-KEY-SCALE(JNR-SIDE)
               MOVE JNR-PTRAIL-CNT TO JNR-SD-KEY-PTRAIL(JNR-SIDE)
               MOVE JNR-NUM-SW TO JNR-SD-KEY-NUM-SW(JNR-SIDE)
           END-IF
      *> A REDEFINING FIELD IS LEFT TO ITS TARGET, AS IN LRUNLOAD -
      *> THE EMPTY RECORD WOULD OTHERWISE GET THE SAME BYTES TWICE.
           IF JNR-SIDE = 2
               AND LRC-REDEFINES-NAME OF LR-CATALOG-RECORD = SPACES
               IF JNR-FLD-TOP < 150
                   ADD 1 TO JNR-FLD-TOP
                   MOVE LRC-USAGE-CD OF LR-CATALOG-RECORD
                       TO JNR-FLD-USAGE(JNR-FLD-TOP)
                   MOVE LRC-SIGN-CD OF LR-CATALOG-RECORD
                       TO JNR-FLD-SIGN(JNR-FLD-TOP)
                   MOVE LRC-BYTE-LEN OF LR-CATALOG-RECORD
                       TO JNR-FLD-BYTE-LEN(JNR-FLD-TOP)
                   MOVE LRC-OFFSET OF LR-CATALOG-RECORD
                       TO JNR-FLD-OFFSET(JNR-FLD-TOP)
                   DIVIDE LRC-EFFECTIVE-LEN OF LR-CATALOG-RECORD
                       BY LRC-BYTE-LEN OF LR-CATALOG-RECORD
                       GIVING JNR-FLD-COPIES(JNR-FLD-TOP)
                   MOVE JNR-NUM-SW TO JNR-FLD-NUM-SW(JNR-FLD-TOP)
               ELSE
                   ADD 1 TO JNR-FLD-OVERFLOW-CNT
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.
      *
       1300-PARSE-PICTURE.
           MOVE 0 TO JNR-SCALE-CNT
           MOVE 0 TO JNR-XA-CNT
           MOVE 0 TO JNR-NINE-CNT
           MOVE 0 TO JNR-PTRAIL-CNT
           MOVE "N" TO JNR-AFTER-V-SW
           MOVE 1 TO JNR-PIC-IDX
           PERFORM 1310-PARSE-ONE-CHAR THRU 1310-EXIT
               UNTIL JNR-PIC-IDX > 30
           IF JNR-SCALE-CNT > 9
               MOVE 9 TO JNR-SCALE-CNT
           END-IF
      *> AN EDITED FIELD IS ALREADY PRINTED TEXT AND JOINS AS TEXT.
           IF JNR-NINE-CNT > 0 AND JNR-XA-CNT = 0
               AND LRC-USAGE-CD OF LR-CATALOG-RECORD NOT = "EDITED"
               MOVE "Y" TO JNR-NUM-SW
           ELSE
               MOVE "N" TO JNR-NUM-SW
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-PARSE-ONE-CHAR.
           MOVE JNR-PIC-WORK(JNR-PIC-IDX:1) TO JNR-PIC-CHAR
           EVALUATE JNR-PIC-CHAR
               WHEN "9"
                   ADD 1 TO JNR-NINE-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF JNR-AFTER-V
                       ADD JNR-REPEAT-NUM TO JNR-SCALE-CNT
                   END-IF
               WHEN "X"
               WHEN "A"
                   ADD 1 TO JNR-XA-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
               WHEN "V"
                   MOVE "Y" TO JNR-AFTER-V-SW
                   ADD 1 TO JNR-PIC-IDX
               WHEN "P"
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF JNR-AFTER-V OR JNR-NINE-CNT = 0
                       ADD JNR-REPEAT-NUM TO JNR-SCALE-CNT
                   ELSE
                       ADD JNR-REPEAT-NUM TO JNR-PTRAIL-CNT
                   END-IF
               WHEN SPACE
                   MOVE 31 TO JNR-PIC-IDX
               WHEN OTHER
                   ADD 1 TO JNR-PIC-IDX
           END-EVALUATE.
       1310-EXIT.
           EXIT.
      *
       1320-COUNT-REPEAT.
           MOVE 1 TO JNR-REPEAT-NUM
           ADD 1 TO JNR-PIC-IDX
           IF JNR-PIC-IDX > 29
               GO TO 1320-EXIT
           END-IF
           IF JNR-PIC-WORK(JNR-PIC-IDX:1) NOT = "("
               GO TO 1320-EXIT
           END-IF
           MOVE 0 TO JNR-REPEAT-NUM
           ADD 1 TO JNR-PIC-IDX
           PERFORM 1330-PARSE-REPEAT-DIGIT THRU 1330-EXIT
               UNTIL JNR-PIC-IDX > 30
               OR JNR-PIC-WORK(JNR-PIC-IDX:1) = ")"
           ADD 1 TO JNR-PIC-IDX.
       1320-EXIT.
           EXIT.
      *
       1330-PARSE-REPEAT-DIGIT.
           IF JNR-PIC-WORK(JNR-PIC-IDX:1) >= "0"
               AND JNR-PIC-WORK(JNR-PIC-IDX:1) <= "9"
               MOVE JNR-PIC-WORK(JNR-PIC-IDX:1) TO JNR-DIGIT-CHAR
               COMPUTE JNR-REPEAT-NUM =
                   JNR-REPEAT-NUM * 10 + JNR-DIGIT-NUM
           END-IF
           ADD 1 TO JNR-PIC-IDX.
       1330-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1400-CHECK-JOIN - BOTH LOGICAL RECORDS AND BOTH KEYS MUST BE  *
      *  ON THE CATALOG AND THE KEYS MUST BE COMPARABLE; THE JOINED    *
      *  RECORD MUST FIT.  ANY FAILURE STOPS THE RUN BEFORE A FILE IS  *
      *  OPENED.  THE SETTINGS ARE LISTED AT THE HEAD OF JOINRPT.      *
      ******************************************************************
       1400-CHECK-JOIN.
           IF JNR-EOF
               GO TO 1400-EXIT
           END-IF
           MOVE 1 TO JNR-SIDE
           MOVE "LEFT" TO JNR-SIDE-NAME
           PERFORM 1410-CHECK-ONE-SIDE THRU 1410-EXIT
           MOVE 2 TO JNR-SIDE
           MOVE "RIGHT" TO JNR-SIDE-NAME
           PERFORM 1410-CHECK-ONE-SIDE THRU 1410-EXIT
           IF JNR-PRM-ERR-CNT > 0
               GO TO 1490-CHECK-FAILED
           END-IF
           IF JNR-LNAME-OVERFLOW-CNT > 0 OR JNR-FLD-OVERFLOW-CNT > 0
               DISPLAY "LRJOIN - CATALOG TABLE OVERFLOW - "
                   JNR-LNAME-OVERFLOW-CNT " LEFT NAMES, "
                   JNR-FLD-OVERFLOW-CNT " RIGHT FIELDS NOT LOADED"
               ADD 1 TO JNR-PRM-ERR-CNT
           END-IF
           IF JNR-OUT-LR-NAME = JNR-SD-LR-NAME(1)
               OR JNR-OUT-LR-NAME = JNR-SD-LR-NAME(2)
               DISPLAY "LRJOIN - OUTPUT NAME " JNR-OUT-LR-NAME
                   " IS ONE OF THE JOINED LOGICAL RECORDS"
               ADD 1 TO JNR-PRM-ERR-CNT
           END-IF
      *> THE MATCH CODE, THEN THE LEFT RECORD, THEN THE RIGHT ONE.
           MOVE 1 TO JNR-SD-OUT-OFFSET(1)
           COMPUTE JNR-SD-OUT-OFFSET(2) = 1 + JNR-SD-REC-LEN(1)
           COMPUTE JNR-OUT-LEN = 1 + JNR-SD-REC-LEN(1)
               + JNR-SD-REC-LEN(2)
           IF JNR-OUT-LEN > 1000
               DISPLAY "LRJOIN - JOINED RECORD LENGTH " JNR-OUT-LEN
                   " EXCEEDS THE 1000-BYTE OUTPUT RECORD"
               ADD 1 TO JNR-PRM-ERR-CNT
           END-IF
           IF JNR-SD-KEY-IS-NUM(1) AND JNR-SD-KEY-IS-NUM(2)
               MOVE "N" TO JNR-KEY-MODE
               MOVE 28 TO JNR-KEY-WIDTH
           ELSE
               MOVE "T" TO JNR-KEY-MODE
               MOVE 0 TO JNR-KEY-WIDTH
               IF NOT JNR-SD-KEY-IS-NUM(1)
                   MOVE JNR-SD-KEY-LEN(1) TO JNR-KEY-WIDTH
               END-IF
               IF NOT JNR-SD-KEY-IS-NUM(2)
                   AND JNR-SD-KEY-LEN(2) > JNR-KEY-WIDTH
                   MOVE JNR-SD-KEY-LEN(2) TO JNR-KEY-WIDTH
               END-IF
           END-IF
           IF JNR-PRM-ERR-CNT > 0
               GO TO 1490-CHECK-FAILED
           END-IF
           PERFORM 1450-LIST-SETTINGS THRU 1450-EXIT
           OPEN INPUT RIGHTEXT-FILE
           IF NOT JNR-RIGHTEXT-OK
               DISPLAY "LRJOIN - UNABLE TO OPEN RIGHTEXT, STATUS="
                   JNR-RIGHTEXT-STATUS
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO JNR-RIGHTEXT-OPENED-SW
           OPEN INPUT LEFTEXT-FILE
           IF NOT JNR-LEFTEXT-OK
               DISPLAY "LRJOIN - UNABLE TO OPEN LEFTEXT, STATUS="
                   JNR-LEFTEXT-STATUS
               PERFORM 1090-STOP-RUN THRU 1090-EXIT
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO JNR-LEFTEXT-OPENED-SW
           OPEN OUTPUT JOINOUT-FILE
           MOVE "Y" TO JNR-JOINOUT-OPENED-SW
           GO TO 1400-EXIT.
       1490-CHECK-FAILED.
           DISPLAY "LRJOIN - " JNR-PRM-ERR-CNT
               " JOIN SETTING ERRORS - NOTHING JOINED"
           PERFORM 1090-STOP-RUN THRU 1090-EXIT.
       1400-EXIT.
           EXIT.
      *
       1410-CHECK-ONE-SIDE.
           MOVE SPACES TO JNR-PRM-ERR-TEXT
           EVALUATE TRUE
               WHEN NOT JNR-SD-LR-FOUND(JNR-SIDE)
                   MOVE "LOGICAL RECORD IS NOT ON LRCAT"
                       TO JNR-PRM-ERR-TEXT
               WHEN NOT JNR-SD-KEY-FOUND(JNR-SIDE)
                   MOVE "KEY IS NOT AN ELEMENTARY FIELD OF THE RECORD"
                       TO JNR-PRM-ERR-TEXT
               WHEN JNR-SD-KEY-USAGE(JNR-SIDE) = "COMP-1"
                   OR JNR-SD-KEY-USAGE(JNR-SIDE) = "COMP-2"
                   MOVE "A FLOATING KEY CANNOT BE MATCHED"
                       TO JNR-PRM-ERR-TEXT
               WHEN NOT JNR-SD-KEY-IS-NUM(JNR-SIDE)
                   AND JNR-SD-KEY-LEN(JNR-SIDE) > 40
                   MOVE "TEXT KEY LONGER THAN 40 BYTES"
                       TO JNR-PRM-ERR-TEXT
           END-EVALUATE
           IF JNR-PRM-ERR-TEXT NOT = SPACES
               ADD 1 TO JNR-PRM-ERR-CNT
               DISPLAY "LRJOIN - " JNR-SIDE-NAME " "
                   JNR-SD-LR-NAME(JNR-SIDE) " "
                   JNR-SD-KEY-NAME(JNR-SIDE) " - " JNR-PRM-ERR-TEXT
               MOVE SPACES TO JNR-OUT-LINE
               STRING "  ** " DELIMITED BY SIZE
                   JNR-SIDE-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   JNR-SD-LR-NAME(JNR-SIDE) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   JNR-SD-KEY-NAME(JNR-SIDE) DELIMITED BY SPACE
                   " - " JNR-PRM-ERR-TEXT DELIMITED BY SIZE
                   INTO JNR-OUT-LINE
               END-STRING
               WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           END-IF.
       1410-EXIT.
           EXIT.
      *
       1450-LIST-SETTINGS.
           MOVE SPACES TO JNR-OUT-LINE
           STRING "LRJOIN - " DELIMITED BY SIZE
               JNR-JOIN-TYPE-TXT DELIMITED BY "  "
               " JOIN OF " DELIMITED BY SIZE
               JNR-SD-LR-NAME(1) DELIMITED BY SPACE
               " TO " DELIMITED BY SIZE
               JNR-SD-LR-NAME(2) DELIMITED BY SPACE
               " AS " DELIMITED BY SIZE
               JNR-OUT-LR-NAME DELIMITED BY SPACE
               INTO JNR-OUT-LINE
           END-STRING
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE SPACES TO JNR-OUT-LINE
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE 1 TO JNR-SIDE
           MOVE "LEFT" TO JNR-SIDE-NAME
           PERFORM 1460-LIST-ONE-SIDE THRU 1460-EXIT
           MOVE 2 TO JNR-SIDE
           MOVE "RIGHT" TO JNR-SIDE-NAME
           PERFORM 1460-LIST-ONE-SIDE THRU 1460-EXIT
           MOVE SPACES TO JNR-OUT-LINE
           IF JNR-KEY-BY-VALUE
               MOVE "KEYS COMPARED BY NUMERIC VALUE" TO JNR-OUT-LINE
           ELSE
               MOVE JNR-KEY-WIDTH TO JNR-LEN-TXT
               STRING "KEYS COMPARED AS TEXT, " JNR-LEN-TXT
                   " BYTES WIDE" DELIMITED BY SIZE
                   INTO JNR-OUT-LINE
               END-STRING
           END-IF
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE JNR-OUT-LEN TO JNR-LEN-TXT
           MOVE JNR-SD-REC-LEN(1) TO JNR-LEN2-TXT
           MOVE JNR-SD-REC-LEN(2) TO JNR-LEN3-TXT
           MOVE SPACES TO JNR-OUT-LINE
           STRING "JOINED RECORD " JNR-LEN-TXT " BYTES = MATCH CODE 1"
               " + LEFT " JNR-LEN2-TXT " + RIGHT " JNR-LEN3-TXT
               DELIMITED BY SIZE
               INTO JNR-OUT-LINE
           END-STRING
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE.
       1450-EXIT.
           EXIT.
      *
       1460-LIST-ONE-SIDE.
           MOVE JNR-SD-REC-LEN(JNR-SIDE) TO JNR-LEN-TXT
           MOVE SPACES TO JNR-OUT-LINE
           STRING JNR-SIDE-NAME "  " JNR-SD-LR-NAME(JNR-SIDE)
               " KEY " JNR-SD-KEY-NAME(JNR-SIDE) " "
               JNR-SD-KEY-USAGE(JNR-SIDE) " LENGTH " JNR-LEN-TXT
               DELIMITED BY SIZE
               INTO JNR-OUT-LINE
           END-STRING
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE.
       1460-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1600-WRITE-JOIN-CATALOG - THE JOINED LAYOUT AS LRCAT ROWS:    *
      *  A NEW 01 FOR THE OUTPUT NAME, THE MATCH CODE WITH ITS TWO     *
      *  CONDITION NAMES, THEN EVERY FIELD AND VALUE ROW OF THE LEFT   *
      *  RECORD AND OF THE RIGHT ONE, EACH SIDE'S OWN 01 BECOMING A    *
      *  05 GROUP UNDER THE NEW RECORD.  LEVELS MOVE DOWN BY FOUR AND  *
      *  OFFSETS BY THE SIDE'S START IN THE JOINED RECORD.  A RIGHT    *
      *  FIELD WHOSE NAME IS ALREADY ON THE LEFT IS CATALOGUED WITH A  *
      *  "-R" SUFFIX, SO A NAME ALWAYS FINDS ONE FIELD.                *
      ******************************************************************
       1600-WRITE-JOIN-CATALOG.
           IF JNR-EOF
               GO TO 1600-EXIT
           END-IF
           OPEN OUTPUT JOINCAT-FILE
           MOVE SPACES TO JOIN-CATALOG-RECORD
           MOVE "F" TO LRC-REC-TYPE OF JOIN-CATALOG-RECORD
           MOVE 1 TO LRC-FIELD-SEQ OF JOIN-CATALOG-RECORD
           MOVE 1 TO LRC-LEVEL-NO OF JOIN-CATALOG-RECORD
           MOVE JNR-OUT-LR-NAME TO LRC-FIELD-NAME
                                   OF JOIN-CATALOG-RECORD
           MOVE "DISPLAY" TO LRC-USAGE-CD OF JOIN-CATALOG-RECORD
           MOVE 0 TO LRC-BYTE-LEN OF JOIN-CATALOG-RECORD
           MOVE 0 TO LRC-EFFECTIVE-LEN OF JOIN-CATALOG-RECORD
           MOVE 0 TO LRC-OFFSET OF JOIN-CATALOG-RECORD
           PERFORM 1690-WRITE-CAT-ROW THRU 1690-EXIT
           MOVE 5 TO LRC-LEVEL-NO OF JOIN-CATALOG-RECORD
           MOVE "JOIN-MATCH-CD" TO LRC-FIELD-NAME
                                   OF JOIN-CATALOG-RECORD
           MOVE "X(01)" TO LRC-PICTURE OF JOIN-CATALOG-RECORD
           MOVE 1 TO LRC-BYTE-LEN OF JOIN-CATALOG-RECORD
           MOVE 1 TO LRC-EFFECTIVE-LEN OF JOIN-CATALOG-RECORD
           PERFORM 1690-WRITE-CAT-ROW THRU 1690-EXIT
           MOVE "V" TO LRC-REC-TYPE OF JOIN-CATALOG-RECORD
           MOVE 88 TO LRC-LEVEL-NO OF JOIN-CATALOG-RECORD
           MOVE SPACES TO LRC-PICTURE OF JOIN-CATALOG-RECORD
           MOVE SPACES TO LRC-USAGE-CD OF JOIN-CATALOG-RECORD
           MOVE 0 TO LRC-BYTE-LEN OF JOIN-CATALOG-RECORD
           MOVE 0 TO LRC-EFFECTIVE-LEN OF JOIN-CATALOG-RECORD
           MOVE '"M"' TO LRC-VALUE-LITERAL OF JOIN-CATALOG-RECORD
           MOVE "JOIN-MATCHED" TO LRC-CONDITION-NAME
                                  OF JOIN-CATALOG-RECORD
           PERFORM 1690-WRITE-CAT-ROW THRU 1690-EXIT
           MOVE '"U"' TO LRC-VALUE-LITERAL OF JOIN-CATALOG-RECORD
           MOVE "JOIN-UNMATCHED" TO LRC-CONDITION-NAME
                                    OF JOIN-CATALOG-RECORD
           PERFORM 1690-WRITE-CAT-ROW THRU 1690-EXIT
           MOVE 1 TO JNR-SIDE
           PERFORM 1610-COPY-SIDE-ROWS THRU 1610-EXIT
           MOVE 2 TO JNR-SIDE
           PERFORM 1610-COPY-SIDE-ROWS THRU 1610-EXIT
           CLOSE JOINCAT-FILE.
       1600-EXIT.
           EXIT.
      *
       1610-COPY-SIDE-ROWS.
           MOVE "N" TO JNR-LRCAT-EOF-SW
           OPEN INPUT LRCAT-FILE
           PERFORM 1620-COPY-ONE-ROW THRU 1620-EXIT
               UNTIL JNR-LRCAT-EOF.
       1610-EXIT.
           EXIT.
      *
       1620-COPY-ONE-ROW.
           READ LRCAT-FILE
               AT END
                   MOVE "Y" TO JNR-LRCAT-EOF-SW
                   CLOSE LRCAT-FILE
                   GO TO 1620-EXIT
           END-READ
           IF LRC-LR-NAME OF LR-CATALOG-RECORD
                   NOT = JNR-SD-LR-NAME(JNR-SIDE)
               OR LRC-IS-EXCEPTION OF LR-CATALOG-RECORD
               GO TO 1620-EXIT
           END-IF
           MOVE LR-CATALOG-RECORD TO JOIN-CATALOG-RECORD
           IF LRC-LEVEL-NO OF LR-CATALOG-RECORD < 50
               COMPUTE JNR-NEW-LEVEL =
                   LRC-LEVEL-NO OF LR-CATALOG-RECORD + 4
               IF JNR-NEW-LEVEL > 49
                   MOVE 49 TO JNR-NEW-LEVEL
               END-IF
               MOVE JNR-NEW-LEVEL TO LRC-LEVEL-NO OF JOIN-CATALOG-RECORD
           END-IF
           ADD JNR-SD-OUT-OFFSET(JNR-SIDE)
               TO LRC-OFFSET OF JOIN-CATALOG-RECORD
           IF JNR-SIDE = 2
               MOVE LRC-FIELD-NAME OF JOIN-CATALOG-RECORD
                   TO JNR-NAME-WORK
               PERFORM 1650-RENAME-IF-TAKEN THRU 1650-EXIT
               IF JNR-NAME-HIT AND LRC-IS-FIELD OF LR-CATALOG-RECORD
                   ADD 1 TO JNR-RENAME-CNT
                   MOVE SPACES TO JNR-OUT-LINE
                   STRING "RIGHT FIELD " DELIMITED BY SIZE
                       LRC-FIELD-NAME OF LR-CATALOG-RECORD
                       DELIMITED BY SPACE
                       " CATALOGUED AS " DELIMITED BY SIZE
                       JNR-NAME-WORK DELIMITED BY SPACE
                       INTO JNR-OUT-LINE
                   END-STRING
                   WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
               END-IF
               MOVE JNR-NAME-WORK TO LRC-FIELD-NAME
                                     OF JOIN-CATALOG-RECORD
               MOVE LRC-REDEFINES-NAME OF JOIN-CATALOG-RECORD
                   TO JNR-NAME-WORK
               PERFORM 1650-RENAME-IF-TAKEN THRU 1650-EXIT
               MOVE JNR-NAME-WORK TO LRC-REDEFINES-NAME
                                     OF JOIN-CATALOG-RECORD
               MOVE LRC-ODO-FIELD-NAME OF JOIN-CATALOG-RECORD
                   TO JNR-NAME-WORK
               PERFORM 1650-RENAME-IF-TAKEN THRU 1650-EXIT
               MOVE JNR-NAME-WORK TO LRC-ODO-FIELD-NAME
                                     OF JOIN-CATALOG-RECORD
           END-IF
           PERFORM 1690-WRITE-CAT-ROW THRU 1690-EXIT.
       1620-EXIT.
           EXIT.
      *
      *> JNR-NAME-WORK GAINS "-R" WHEN THE LEFT RECORD ALREADY HAS THE
      *> NAME - ON THE END, OR OVER THE LAST TWO CHARACTERS OF A NAME
      *> ALREADY 30 LONG.  REFERENCES TO THE FIELD (REDEFINES, ODO)
      *> PASS THROUGH HERE TOO AND SO FOLLOW IT TO ITS NEW NAME.
       1650-RENAME-IF-TAKEN.
           MOVE "N" TO JNR-NAME-HIT-SW
           IF JNR-NAME-WORK = SPACES
               GO TO 1650-EXIT
           END-IF
           PERFORM 1660-MATCH-ONE-LNAME THRU 1660-EXIT
               VARYING JNR-LNAME-IDX FROM 1 BY 1
               UNTIL JNR-LNAME-IDX > JNR-LNAME-TOP
               OR JNR-NAME-HIT
           IF NOT JNR-NAME-HIT
               GO TO 1650-EXIT
           END-IF
           MOVE 30 TO JNR-NAME-LEN
           PERFORM 1670-BACK-ONE-BLANK THRU 1670-EXIT
               UNTIL JNR-NAME-LEN = 0
               OR JNR-NAME-WORK(JNR-NAME-LEN:1) NOT = SPACE
           IF JNR-NAME-LEN > 28
               MOVE 28 TO JNR-NAME-LEN
           END-IF
           MOVE "-R" TO JNR-NAME-WORK(JNR-NAME-LEN + 1:2).
       1650-EXIT.
           EXIT.
      *
       1660-MATCH-ONE-LNAME.
           IF JNR-LNAME(JNR-LNAME-IDX) = JNR-NAME-WORK
               MOVE "Y" TO JNR-NAME-HIT-SW
           END-IF.
       1660-EXIT.
           EXIT.
      *
       1670-BACK-ONE-BLANK.
           SUBTRACT 1 FROM JNR-NAME-LEN.
       1670-EXIT.
           EXIT.
      *
       1690-WRITE-CAT-ROW.
           ADD 1 TO JNR-CAT-SEQ
           MOVE 1 TO LRC-LR-SEQ OF JOIN-CATALOG-RECORD
           MOVE JNR-OUT-LR-NAME TO LRC-LR-NAME OF JOIN-CATALOG-RECORD
           MOVE JNR-OUT-LR-NAME TO LRC-SOURCE-COPYBOOK
                                   OF JOIN-CATALOG-RECORD
           MOVE JNR-CAT-SEQ TO LRC-FIELD-SEQ OF JOIN-CATALOG-RECORD
           IF LRC-SIGN-CD OF JOIN-CATALOG-RECORD = SPACE
               MOVE "N" TO LRC-SIGN-CD OF JOIN-CATALOG-RECORD
           END-IF
           IF LRC-OCCURS-OWN-SW OF JOIN-CATALOG-RECORD = SPACE
               MOVE "N" TO LRC-OCCURS-OWN-SW OF JOIN-CATALOG-RECORD
           END-IF
           IF LRC-OCCURS-MIN OF JOIN-CATALOG-RECORD NOT NUMERIC
               MOVE 0 TO LRC-OCCURS-MIN OF JOIN-CATALOG-RECORD
               MOVE 0 TO LRC-OCCURS-MAX OF JOIN-CATALOG-RECORD
           END-IF
           WRITE JOIN-CATALOG-RECORD.
       1690-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1700-BUILD-TEMPLATE - THE EMPTY RIGHT RECORD AN UNMATCHED     *
      *  LEFT RECORD IS JOINED TO: TEXT AS SPACES, EVERY NUMBER AS     *
      *  ZERO IN ITS OWN FORM, SO THE JOINED FILE DECODES CLEANLY.     *
      ******************************************************************
       1700-BUILD-TEMPLATE.
           IF JNR-EOF
               GO TO 1700-EXIT
           END-IF
           PERFORM 1710-TEMPLATE-ONE-FIELD THRU 1710-EXIT
               VARYING JNR-FLD-IDX FROM 1 BY 1
               UNTIL JNR-FLD-IDX > JNR-FLD-TOP.
       1700-EXIT.
           EXIT.
      *
       1710-TEMPLATE-ONE-FIELD.
           PERFORM 1720-TEMPLATE-ONE-COPY THRU 1720-EXIT
               VARYING JNR-COPY-IDX FROM 1 BY 1
               UNTIL JNR-COPY-IDX > JNR-FLD-COPIES(JNR-FLD-IDX).
       1710-EXIT.
           EXIT.
      *
       1720-TEMPLATE-ONE-COPY.
           COMPUTE JNR-POS = JNR-FLD-OFFSET(JNR-FLD-IDX)
               + (JNR-COPY-IDX - 1) * JNR-FLD-BYTE-LEN(JNR-FLD-IDX)
               + 1
           MOVE JNR-FLD-BYTE-LEN(JNR-FLD-IDX) TO JNR-SPAN
           EVALUATE JNR-FLD-USAGE(JNR-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
               WHEN "COMP-1"
               WHEN "COMP-2"
                   MOVE LOW-VALUES TO JNR-TEMPLATE(JNR-POS:JNR-SPAN)
               WHEN "COMP-3"
                   MOVE LOW-VALUES TO JNR-TEMPLATE(JNR-POS:JNR-SPAN)
                   IF JNR-FLD-SIGN(JNR-FLD-IDX) = "N"
                       MOVE X"0F"
                           TO JNR-TEMPLATE(JNR-POS + JNR-SPAN - 1:1)
                   ELSE
                       MOVE X"0C"
                           TO JNR-TEMPLATE(JNR-POS + JNR-SPAN - 1:1)
                   END-IF
               WHEN "NATIONAL"
                   PERFORM 1730-TEMPLATE-NATIONAL-CHAR THRU 1730-EXIT
                       VARYING JNR-BYTE-IDX FROM 1 BY 2
                       UNTIL JNR-BYTE-IDX > JNR-SPAN
               WHEN OTHER
                   IF JNR-FLD-IS-NUM(JNR-FLD-IDX)
                       MOVE ALL "0" TO JNR-TEMPLATE(JNR-POS:JNR-SPAN)
                       IF JNR-FLD-SIGN(JNR-FLD-IDX) = "L"
                           MOVE "+" TO JNR-TEMPLATE(JNR-POS:1)
                       END-IF
                       IF JNR-FLD-SIGN(JNR-FLD-IDX) = "T"
                           MOVE "+"
                               TO JNR-TEMPLATE(JNR-POS + JNR-SPAN - 1:1)
                       END-IF
                   ELSE
                       MOVE SPACES TO JNR-TEMPLATE(JNR-POS:JNR-SPAN)
                   END-IF
           END-EVALUATE.
       1720-EXIT.
           EXIT.
      *
       1730-TEMPLATE-NATIONAL-CHAR.
           MOVE LOW-VALUE
               TO JNR-TEMPLATE(JNR-POS + JNR-BYTE-IDX - 1:1)
           MOVE SPACE
               TO JNR-TEMPLATE(JNR-POS + JNR-BYTE-IDX:1).
       1730-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LOAD-RIGHT-RECORD - ONE RIGHTEXT RECORD INTO THE TABLE   *
      *  UNDER ITS KEY.  A RECORD SHORTER THAN THE CATALOG LAYOUT, OR  *
      *  ONE WHOSE KEY DOES NOT DECODE, IS COUNTED AND LEFT OUT.       *
      ******************************************************************
       2000-LOAD-RIGHT-RECORD.
           READ RIGHTEXT-FILE INTO JNR-REC-BUF
               AT END
                   MOVE "Y" TO JNR-RIGHT-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO JNR-SD-READ-CNT(2)
           IF JNR-RIGHT-REC-LEN < JNR-SD-REC-LEN(2)
               ADD 1 TO JNR-SD-SHORT-CNT(2)
               GO TO 2000-EXIT
           END-IF
           MOVE 2 TO JNR-SIDE
           PERFORM 5000-BUILD-KEY THRU 5000-EXIT
           IF NOT JNR-DECODE-OK
               ADD 1 TO JNR-SD-ERR-CNT(2)
               GO TO 2000-EXIT
           END-IF
           IF JNR-RGT-TOP >= JNR-RGT-MAX
               DISPLAY "LRJOIN - RIGHT RECORD TABLE FULL AT "
                   JNR-RGT-MAX " - NOTHING JOINED"
               MOVE "Y" TO JNR-RIGHT-EOF-SW
               MOVE "Y" TO JNR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
      *> A KEY ALREADY TABLED IS COUNTED, NOT REFUSED - EVERY RIGHT
      *> RECORD UNDER A KEY JOINS TO EACH LEFT RECORD WITH IT.
           MOVE "N" TO JNR-DUP-SW
           PERFORM 2010-CHECK-ONE-DUP THRU 2010-EXIT
               VARYING JNR-RGT-IDX FROM 1 BY 1
               UNTIL JNR-RGT-IDX > JNR-RGT-TOP
               OR JNR-DUP-KEY
           IF JNR-DUP-KEY
               ADD 1 TO JNR-RGT-DUP-CNT
           END-IF
           ADD 1 TO JNR-RGT-TOP
           MOVE JNR-KEY TO JNR-RGT-KEY(JNR-RGT-TOP)
           MOVE "N" TO JNR-RGT-USED-SW(JNR-RGT-TOP)
           MOVE JNR-REC-BUF TO JNR-RGT-REC(JNR-RGT-TOP).
       2000-EXIT.
           EXIT.
      *
       2010-CHECK-ONE-DUP.
           IF JNR-RGT-KEY(JNR-RGT-IDX) = JNR-KEY
               MOVE "Y" TO JNR-DUP-SW
           END-IF.
       2010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-JOIN-LEFT-RECORD - ONE LEFTEXT RECORD AGAINST THE RIGHT  *
      *  TABLE.  INNER AND LEFT OUTER WRITE ONE JOINED RECORD PER      *
      *  MATCH; LEFT OUTER AND UNMATCHED ONLY WRITE A RECORD WITH AN   *
      *  EMPTY RIGHT SIDE WHEN THERE IS NONE.                          *
      ******************************************************************
       3000-JOIN-LEFT-RECORD.
           READ LEFTEXT-FILE INTO JNR-REC-BUF
               AT END
                   MOVE "Y" TO JNR-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO JNR-SD-READ-CNT(1)
           IF JNR-LEFT-REC-LEN < JNR-SD-REC-LEN(1)
               ADD 1 TO JNR-SD-SHORT-CNT(1)
               GO TO 3000-EXIT
           END-IF
           MOVE 1 TO JNR-SIDE
           PERFORM 5000-BUILD-KEY THRU 5000-EXIT
           IF NOT JNR-DECODE-OK
               ADD 1 TO JNR-SD-ERR-CNT(1)
               GO TO 3000-EXIT
           END-IF
           MOVE JNR-KEY TO JNR-LEFT-KEY
           MOVE SPACES TO JNR-OUT-BUF
           MOVE JNR-REC-BUF(1:JNR-SD-REC-LEN(1))
               TO JNR-OUT-BUF(JNR-SD-OUT-OFFSET(1) + 1:
                              JNR-SD-REC-LEN(1))
           MOVE 0 TO JNR-HIT-CNT
           PERFORM 3100-MATCH-ONE-RIGHT THRU 3100-EXIT
               VARYING JNR-RGT-IDX FROM 1 BY 1
               UNTIL JNR-RGT-IDX > JNR-RGT-TOP
           IF JNR-HIT-CNT > 0
               ADD 1 TO JNR-LEFT-MATCHED-CNT
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO JNR-LEFT-UNMATCHED-CNT
           IF JNR-INNER-JOIN
               GO TO 3000-EXIT
           END-IF
           MOVE "U" TO JNR-OUT-BUF(1:1)
           MOVE JNR-TEMPLATE(1:JNR-SD-REC-LEN(2))
               TO JNR-OUT-BUF(JNR-SD-OUT-OFFSET(2) + 1:
                              JNR-SD-REC-LEN(2))
           WRITE JOINOUT-RECORD FROM JNR-OUT-BUF(1:JNR-OUT-LEN)
           ADD 1 TO JNR-WRITE-CNT.
       3000-EXIT.
           EXIT.
      *
       3100-MATCH-ONE-RIGHT.
           IF JNR-RGT-KEY(JNR-RGT-IDX) NOT = JNR-LEFT-KEY
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO JNR-HIT-CNT
           MOVE "Y" TO JNR-RGT-USED-SW(JNR-RGT-IDX)
           IF JNR-UNMATCHED-ONLY
               GO TO 3100-EXIT
           END-IF
           MOVE "M" TO JNR-OUT-BUF(1:1)
           MOVE JNR-RGT-REC(JNR-RGT-IDX)(1:JNR-SD-REC-LEN(2))
               TO JNR-OUT-BUF(JNR-SD-OUT-OFFSET(2) + 1:
                              JNR-SD-REC-LEN(2))
           WRITE JOINOUT-RECORD FROM JNR-OUT-BUF(1:JNR-OUT-LEN)
           ADD 1 TO JNR-WRITE-CNT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-BUILD-KEY - THE KEY OF SIDE JNR-SIDE'S RECORD IN         *
      *  JNR-REC-BUF, IN THE FORM BOTH SIDES ARE COMPARED IN, INTO     *
      *  JNR-KEY.  JNR-DECODE-OK-SW IS "N" WHEN A NUMERIC KEY'S BYTES  *
      *  ARE NOT A VALID NUMBER OF ITS USAGE.                          *
      ******************************************************************
       5000-BUILD-KEY.
           MOVE "Y" TO JNR-DECODE-OK-SW
           MOVE SPACES TO JNR-KEY
           COMPUTE JNR-POS = JNR-SD-KEY-OFFSET(JNR-SIDE) + 1
           MOVE JNR-SD-KEY-LEN(JNR-SIDE) TO JNR-SPAN
           IF NOT JNR-SD-KEY-IS-NUM(JNR-SIDE)
               MOVE JNR-REC-BUF(JNR-POS:JNR-SPAN) TO JNR-KEY
               GO TO 5000-EXIT
           END-IF
           EVALUATE JNR-SD-KEY-USAGE(JNR-SIDE)
               WHEN "COMP"
               WHEN "COMP-5"
                   PERFORM 6200-DECODE-BINARY THRU 6200-EXIT
               WHEN "COMP-3"
                   PERFORM 6300-DECODE-PACKED THRU 6300-EXIT
               WHEN OTHER
                   PERFORM 6400-DECODE-ZONED THRU 6400-EXIT
           END-EVALUATE
           IF NOT JNR-DECODE-OK
               GO TO 5000-EXIT
           END-IF
           PERFORM 6900-SCALE-NUMBER THRU 6900-EXIT
           IF JNR-KEY-BY-VALUE
               IF JNR-FLD-NUM = 0
                   MOVE 0 TO JNR-KEY-NUM
               ELSE
                   MOVE JNR-FLD-NUM TO JNR-KEY-NUM
               END-IF
               MOVE JNR-KEY-NUM-X TO JNR-KEY
               GO TO 5000-EXIT
           END-IF
      *> A NUMBER MATCHED TO TEXT - ITS WHOLE DIGITS, ZERO-FILLED TO
      *> THE TEXT KEY'S WIDTH.
           MOVE JNR-FLD-NUM TO JNR-KEY-DIGITS
           IF JNR-KEY-WIDTH > 18
               MOVE ALL "0" TO JNR-KEY(1:JNR-KEY-WIDTH - 18)
               MOVE JNR-KEY-DIGITS-X
                   TO JNR-KEY(JNR-KEY-WIDTH - 17:18)
           ELSE
               MOVE JNR-KEY-DIGITS-X(19 - JNR-KEY-WIDTH:JNR-KEY-WIDTH)
                   TO JNR-KEY(1:JNR-KEY-WIDTH)
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
           IF JNR-SPAN > 8
               MOVE "N" TO JNR-DECODE-OK-SW
               GO TO 6200-EXIT
           END-IF
           IF JNR-REC-BUF(JNR-POS:1) >= X"80"
               AND JNR-SD-KEY-SIGN(JNR-SIDE) NOT = "N"
               MOVE HIGH-VALUES TO JNR-BIN-FRAME
           ELSE
               MOVE LOW-VALUES TO JNR-BIN-FRAME
           END-IF
           MOVE JNR-REC-BUF(JNR-POS:JNR-SPAN)
               TO JNR-BIN-FRAME(9 - JNR-SPAN:JNR-SPAN)
           MOVE JNR-BIN-NUM TO JNR-WORK-NUM.
       6200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6300-DECODE-PACKED - WALKS THE NIBBLES, ACCUMULATING DIGITS  *
      *  AND TAKING THE SIGN FROM THE FINAL LOW NIBBLE (B OR D IS     *
      *  NEGATIVE).  ANY DIGIT NIBBLE OVER 9 FAILS THE DECODE.        *
      ******************************************************************
       6300-DECODE-PACKED.
           IF JNR-SPAN > 10
               MOVE "N" TO JNR-DECODE-OK-SW
               GO TO 6300-EXIT
           END-IF
           MOVE 0 TO JNR-WORK-NUM
           MOVE "N" TO JNR-NEG-SW
           PERFORM 6310-DECODE-PACKED-BYTE THRU 6310-EXIT
               VARYING JNR-BYTE-IDX FROM 1 BY 1
               UNTIL JNR-BYTE-IDX > JNR-SPAN
               OR NOT JNR-DECODE-OK
           IF JNR-DECODE-OK AND JNR-IS-NEG
               COMPUTE JNR-WORK-NUM = 0 - JNR-WORK-NUM
           END-IF.
       6300-EXIT.
           EXIT.
      *
       6310-DECODE-PACKED-BYTE.
           MOVE JNR-REC-BUF(JNR-POS + JNR-BYTE-IDX - 1:1)
               TO JNR-BYTE-LO
           DIVIDE JNR-BYTE-NUM BY 16 GIVING JNR-NIB-HI
               REMAINDER JNR-NIB-LO
           IF JNR-NIB-HI > 9
               MOVE "N" TO JNR-DECODE-OK-SW
               GO TO 6310-EXIT
           END-IF
           COMPUTE JNR-WORK-NUM = JNR-WORK-NUM * 10 + JNR-NIB-HI
           IF JNR-BYTE-IDX < JNR-SPAN
               IF JNR-NIB-LO > 9
                   MOVE "N" TO JNR-DECODE-OK-SW
               ELSE
                   COMPUTE JNR-WORK-NUM =
                       JNR-WORK-NUM * 10 + JNR-NIB-LO
               END-IF
           ELSE
               IF JNR-NIB-LO < 10
                   MOVE "N" TO JNR-DECODE-OK-SW
               END-IF
               IF JNR-NIB-LO = 11 OR JNR-NIB-LO = 13
                   MOVE "Y" TO JNR-NEG-SW
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
           IF JNR-SPAN > 20
               MOVE "N" TO JNR-DECODE-OK-SW
               GO TO 6400-EXIT
           END-IF
           MOVE 0 TO JNR-WORK-NUM
           MOVE "N" TO JNR-NEG-SW
           PERFORM 6410-DECODE-ZONED-BYTE THRU 6410-EXIT
               VARYING JNR-BYTE-IDX FROM 1 BY 1
               UNTIL JNR-BYTE-IDX > JNR-SPAN
               OR NOT JNR-DECODE-OK
           IF JNR-DECODE-OK AND JNR-IS-NEG
               COMPUTE JNR-WORK-NUM = 0 - JNR-WORK-NUM
           END-IF.
       6400-EXIT.
           EXIT.
      *
       6410-DECODE-ZONED-BYTE.
           MOVE JNR-REC-BUF(JNR-POS + JNR-BYTE-IDX - 1:1)
               TO JNR-CUR-BYTE
           IF JNR-SD-KEY-SIGN(JNR-SIDE) = "L" AND JNR-BYTE-IDX = 1
               IF JNR-CUR-BYTE = "-"
                   MOVE "Y" TO JNR-NEG-SW
               ELSE
                   IF JNR-CUR-BYTE NOT = "+"
                       MOVE "N" TO JNR-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 6410-EXIT
           END-IF
           IF JNR-SD-KEY-SIGN(JNR-SIDE) = "T"
               AND JNR-BYTE-IDX = JNR-SPAN
               IF JNR-CUR-BYTE = "-"
                   MOVE "Y" TO JNR-NEG-SW
               ELSE
                   IF JNR-CUR-BYTE NOT = "+"
                       MOVE "N" TO JNR-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 6410-EXIT
           END-IF
           IF JNR-SD-KEY-SIGN(JNR-SIDE) = "S"
               AND JNR-BYTE-IDX = JNR-SPAN
               PERFORM 6420-DECODE-OVERPUNCH THRU 6420-EXIT
               GO TO 6410-EXIT
           END-IF
           IF JNR-CUR-BYTE < "0" OR JNR-CUR-BYTE > "9"
               MOVE "N" TO JNR-DECODE-OK-SW
               GO TO 6410-EXIT
           END-IF
           MOVE JNR-CUR-BYTE TO JNR-DIGIT-CHAR
           COMPUTE JNR-WORK-NUM = JNR-WORK-NUM * 10 + JNR-DIGIT-NUM.
       6410-EXIT.
           EXIT.
      *
       6420-DECODE-OVERPUNCH.
           MOVE "N" TO JNR-OVP-FOUND-SW
           PERFORM 6430-MATCH-ONE-OVERPUNCH THRU 6430-EXIT
               VARYING JNR-OVP-IDX FROM 1 BY 1
               UNTIL JNR-OVP-IDX > 20
               OR JNR-OVP-FOUND
           IF NOT JNR-OVP-FOUND
               MOVE "N" TO JNR-DECODE-OK-SW
           END-IF.
       6420-EXIT.
           EXIT.
      *
      *> THE RING HOLDS DIGITS 0-9 TWICE IN EACH STRING - POSITION
      *> MODULO 10 IS THE DIGIT VALUE.
       6430-MATCH-ONE-OVERPUNCH.
           IF JNR-OVP-POS(JNR-OVP-IDX:1) = JNR-CUR-BYTE
               MOVE "Y" TO JNR-OVP-FOUND-SW
               DIVIDE JNR-OVP-IDX BY 10 GIVING JNR-NIB-HI
                   REMAINDER JNR-NIB-LO
               IF JNR-NIB-LO = 0
                   MOVE 10 TO JNR-NIB-LO
               END-IF
               COMPUTE JNR-WORK-NUM =
                   JNR-WORK-NUM * 10 + JNR-NIB-LO - 1
           END-IF
           IF JNR-OVP-NEG(JNR-OVP-IDX:1) = JNR-CUR-BYTE
               AND NOT JNR-OVP-FOUND
               MOVE "Y" TO JNR-OVP-FOUND-SW
               MOVE "Y" TO JNR-NEG-SW
               DIVIDE JNR-OVP-IDX BY 10 GIVING JNR-NIB-HI
                   REMAINDER JNR-NIB-LO
               IF JNR-NIB-LO = 0
                   MOVE 10 TO JNR-NIB-LO
               END-IF
               COMPUTE JNR-WORK-NUM =
                   JNR-WORK-NUM * 10 + JNR-NIB-LO - 1
           END-IF.
       6430-EXIT.
           EXIT.
      *
      *> THE DECODED DIGITS AS A REAL VALUE - P POSITIONS AFTER THE
      *> LAST 9 SCALE IT UP, THE PICTURE'S DECIMAL PLACES SCALE IT
      *> DOWN - SO 12.50 IN A 9(3)V99 KEY MATCHES 12.5 IN A 9(3)V9.
       6900-SCALE-NUMBER.
           IF JNR-SD-KEY-PTRAIL(JNR-SIDE) > 0
               PERFORM 6905-APPLY-P-SCALING THRU 6905-EXIT
                   VARYING JNR-SCALE-IDX FROM 1 BY 1
                   UNTIL JNR-SCALE-IDX > JNR-SD-KEY-PTRAIL(JNR-SIDE)
           END-IF
           MOVE 1 TO JNR-SCALE-DIV
           PERFORM 6910-RAISE-SCALE THRU 6910-EXIT
               VARYING JNR-SCALE-IDX FROM 1 BY 1
               UNTIL JNR-SCALE-IDX > JNR-SD-KEY-SCALE(JNR-SIDE)
           COMPUTE JNR-FLD-NUM = JNR-WORK-NUM / JNR-SCALE-DIV.
       6900-EXIT.
           EXIT.
      *
       6905-APPLY-P-SCALING.
           COMPUTE JNR-WORK-NUM = JNR-WORK-NUM * 10.
       6905-EXIT.
           EXIT.
      *
       6910-RAISE-SCALE.
           COMPUTE JNR-SCALE-DIV = JNR-SCALE-DIV * 10.
       6910-EXIT.
           EXIT.
      *
       8000-SUMMARIZE.
           IF NOT JNR-JOINOUT-OPENED
               GO TO 8000-EXIT
           END-IF
           PERFORM 8100-COUNT-ONE-UNUSED THRU 8100-EXIT
               VARYING JNR-RGT-IDX FROM 1 BY 1
               UNTIL JNR-RGT-IDX > JNR-RGT-TOP
           MOVE SPACES TO JNR-OUT-LINE
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE JNR-SD-READ-CNT(1) TO JNR-CNT-TXT
           MOVE SPACES TO JNR-OUT-LINE
           STRING "LEFT RECORDS READ            " JNR-CNT-TXT
               DELIMITED BY SIZE INTO JNR-OUT-LINE
           END-STRING
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE JNR-LEFT-MATCHED-CNT TO JNR-CNT-TXT
           MOVE SPACES TO JNR-OUT-LINE
           STRING "  MATCHED                    " JNR-CNT-TXT
               DELIMITED BY SIZE INTO JNR-OUT-LINE
           END-STRING
           IF JNR-SD-READ-CNT(1) > 0
               COMPUTE JNR-PCT ROUNDED =
                   JNR-LEFT-MATCHED-CNT * 100 / JNR-SD-READ-CNT(1)
               MOVE JNR-PCT TO JNR-PCT-TXT
               MOVE "   (" TO JNR-OUT-LINE(41:4)
               MOVE JNR-PCT-TXT TO JNR-OUT-LINE(45:5)
               MOVE "%)" TO JNR-OUT-LINE(50:2)
           END-IF
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE JNR-LEFT-UNMATCHED-CNT TO JNR-CNT-TXT
           MOVE SPACES TO JNR-OUT-LINE
           STRING "  UNMATCHED                  " JNR-CNT-TXT
               DELIMITED BY SIZE INTO JNR-OUT-LINE
           END-STRING
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE JNR-SD-READ-CNT(2) TO JNR-CNT-TXT
           MOVE SPACES TO JNR-OUT-LINE
           STRING "RIGHT RECORDS READ           " JNR-CNT-TXT
               DELIMITED BY SIZE INTO JNR-OUT-LINE
           END-STRING
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE JNR-RGT-UNUSED-CNT TO JNR-CNT-TXT
           MOVE SPACES TO JNR-OUT-LINE
           STRING "  NEVER MATCHED              " JNR-CNT-TXT
               DELIMITED BY SIZE INTO JNR-OUT-LINE
           END-STRING
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE JNR-RGT-DUP-CNT TO JNR-CNT-TXT
           MOVE SPACES TO JNR-OUT-LINE
           STRING "  SHARING A KEY WITH ANOTHER " JNR-CNT-TXT
               DELIMITED BY SIZE INTO JNR-OUT-LINE
           END-STRING
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           MOVE JNR-WRITE-CNT TO JNR-CNT-TXT
           MOVE SPACES TO JNR-OUT-LINE
           STRING "JOINED RECORDS WRITTEN       " JNR-CNT-TXT
               DELIMITED BY SIZE INTO JNR-OUT-LINE
           END-STRING
           WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           IF JNR-RENAME-CNT > 0
               MOVE JNR-RENAME-CNT TO JNR-CNT-TXT
               MOVE SPACES TO JNR-OUT-LINE
               STRING "RIGHT FIELDS RENAMED         " JNR-CNT-TXT
                   DELIMITED BY SIZE INTO JNR-OUT-LINE
               END-STRING
               WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
           END-IF
           DISPLAY "LRJOIN - " JNR-WRITE-CNT " JOINED RECORDS WRITTEN, "
               JNR-LEFT-MATCHED-CNT " LEFT MATCHED, "
               JNR-LEFT-UNMATCHED-CNT " UNMATCHED"
           MOVE 1 TO JNR-SIDE
           MOVE "LEFT" TO JNR-SIDE-NAME
           PERFORM 8200-REPORT-SIDE-ERRORS THRU 8200-EXIT
           MOVE 2 TO JNR-SIDE
           MOVE "RIGHT" TO JNR-SIDE-NAME
           PERFORM 8200-REPORT-SIDE-ERRORS THRU 8200-EXIT.
       8000-EXIT.
           EXIT.
      *
       8100-COUNT-ONE-UNUSED.
           IF NOT JNR-RGT-USED(JNR-RGT-IDX)
               ADD 1 TO JNR-RGT-UNUSED-CNT
           END-IF.
       8100-EXIT.
           EXIT.
      *
      *> SHORT OR UNDECODABLE RECORDS WERE LEFT OUT OF THE JOIN, SO
      *> ITS MATCH COUNTS ARE INCOMPLETE - THE SAME RULE LRSELECT
      *> APPLIES TO RECORDS IT COULD NOT TEST.
       8200-REPORT-SIDE-ERRORS.
           IF JNR-SD-SHORT-CNT(JNR-SIDE) > 0
               MOVE JNR-SD-SHORT-CNT(JNR-SIDE) TO JNR-CNT-TXT
               MOVE SPACES TO JNR-OUT-LINE
               STRING JNR-SIDE-NAME DELIMITED BY SPACE
                   " RECORDS TOO SHORT      " JNR-CNT-TXT
                   " - NOT JOINED" DELIMITED BY SIZE
                   INTO JNR-OUT-LINE
               END-STRING
               WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
               DISPLAY "LRJOIN - " JNR-SD-SHORT-CNT(JNR-SIDE) " "
                   JNR-SIDE-NAME " RECORDS SHORTER THAN THE CATALOG "
                   "LAYOUT WERE NOT JOINED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF JNR-SD-ERR-CNT(JNR-SIDE) > 0
               MOVE JNR-SD-ERR-CNT(JNR-SIDE) TO JNR-CNT-TXT
               MOVE SPACES TO JNR-OUT-LINE
               STRING JNR-SIDE-NAME DELIMITED BY SPACE
                   " KEYS NOT DECODED       " JNR-CNT-TXT
                   " - NOT JOINED" DELIMITED BY SIZE
                   INTO JNR-OUT-LINE
               END-STRING
               WRITE JOINRPT-RECORD FROM JNR-OUT-LINE
               DISPLAY "LRJOIN - " JNR-SD-ERR-CNT(JNR-SIDE) " "
                   JNR-SIDE-NAME " RECORDS HELD A KEY THAT DID NOT "
                   "DECODE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       8200-EXIT.
           EXIT.
      *
      *> ONE ROW PER SIDE - SIDE 1 IS LEFTEXT, SIDE 2 RIGHTEXT.
       7850-POST-ACCESS-LOG.
           MOVE "LRJOIN  " TO AXL-WS-PROGRAM
           IF JNR-LEFTEXT-OPENED
               MOVE "LEFTEXT " TO AXL-WS-EXTRACT-DD
               MOVE JNR-SD-READ-CNT(1) TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF JNR-RIGHTEXT-OPENED
               MOVE "RIGHTEXT" TO AXL-WS-EXTRACT-DD
               MOVE JNR-SD-READ-CNT(2) TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF JNR-LEFTEXT-OPENED
               CLOSE LEFTEXT-FILE
           END-IF
           IF JNR-RIGHTEXT-OPENED
               CLOSE RIGHTEXT-FILE
           END-IF
           IF JNR-JOINOUT-OPENED
               CLOSE JOINOUT-FILE
           END-IF
           CLOSE JOINRPT-FILE.
