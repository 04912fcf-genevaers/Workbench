      ******************************************************************
      **                                                              *
      **  PROGRAM      LRSUMRPT                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/14                                      *
      **                                                               *
      **  DESCRIPTION.  CATALOG-DRIVEN AD HOC SUMMARY REPORT - "COUNT  *
      **      AND TOTAL THIS AMOUNT BY THESE TWO CODES" AGAINST ANY    *
      **      REGISTERED EXTRACT, WITHOUT HAND-CODING ANOTHER          *
      **      MRECXTAB.  DD SUMPRM NAMES THE LOGICAL RECORD (LOADED    *
      **      FROM DD LRCAT), UP TO THREE GROUP-BY FIELDS (BY LINES,   *
      **      MAJOR TO MINOR) AND UP TO FIVE AMOUNT FIELDS TO SUM      *
      **      (SUM LINES).  EVERY RECORD ON DD EXTRACT IS FOLDED INTO  *
      **      AN IN-MEMORY TABLE OF DISTINCT GROUP-BY COMBINATIONS,    *
      **      AS MRECXTAB DOES, AND THE TABLE IS THEN TAKEN IN         *
      **      CONTROL-BREAK ORDER (REPEATED MINIMUM PICK - THE SUITE   *
      **      HAS NO SORT-STEP CONVENTION).  DD SUMRPT GETS ONE LINE   *
      **      PER COMBINATION, A SUBTOTAL LINE AT EVERY HIGHER BREAK,  *
      **      AND A GRAND TOTAL, EACH WITH ITS RECORD COUNT.  NUMERIC  *
      **      FIELDS ARE DECODED (COMP, COMP-3, ZONED) THE WAY         *
      **      LRUNLOAD DECODES THEM AND ORDERED BY VALUE; TEXT FIELDS  *
      **      ORDER BY THEIR BYTES.  WHEN SUMPRM ASKS FOR IT, THE SAME *
      **      LINES ARE WRITTEN PIPE-DELIMITED TO DD SUMDLM FOR A      *
      **      SPREADSHEET.                                             *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/14 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRSUMRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LRCAT-FILE    ASSIGN TO "LRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMR-LRCAT-STATUS.
           SELECT SUMPRM-FILE   ASSIGN TO "SUMPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMR-SUMPRM-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE EXTRACT CARRIES COMP
      *> AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE WITH
      *> THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT EXTRACT-FILE  ASSIGN TO "EXTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SMR-EXTRACT-STATUS.
           SELECT SUMRPT-FILE   ASSIGN TO "SUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMR-SUMRPT-STATUS.
           SELECT SUMDLM-FILE   ASSIGN TO "SUMDLM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMR-SUMDLM-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       COPY LRCATREC.
       FD  SUMPRM-FILE.
       01  SUMPRM-RECORD                   PIC X(80).
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON SMR-REC-LEN.
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  SUMRPT-FILE.
       01  SUMRPT-RECORD                   PIC X(160).
       FD  SUMDLM-FILE.
       01  SUMDLM-RECORD                   PIC X(400).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  SMR-LRCAT-STATUS                PIC XX.
           88  SMR-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES SMR-LRCAT-STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  SMR-LRCAT-OPENED-SW             PIC X(01)       VALUE "N".
           88  SMR-LRCAT-OPENED            VALUE "Y".
       01  SMR-SUMPRM-STATUS               PIC XX.
           88  SMR-SUMPRM-OK               VALUE "00".
       01  SMR-EXTRACT-STATUS              PIC XX.
           88  SMR-EXTRACT-OK              VALUE "00".
      *> SAME REASONING AS SMR-LRCAT-OPENED-SW ABOVE.
       01  SMR-EXTRACT-OPENED-SW           PIC X(01)       VALUE "N".
           88  SMR-EXTRACT-OPENED          VALUE "Y".
       01  SMR-SUMRPT-STATUS               PIC XX.
       01  SMR-SUMDLM-STATUS               PIC XX.
       01  SMR-SUMDLM-OPENED-SW            PIC X(01)       VALUE "N".
           88  SMR-SUMDLM-OPENED           VALUE "Y".
       01  SMR-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  SMR-LRCAT-EOF               VALUE "Y".
       01  SMR-PRM-EOF-SW                  PIC X(01)       VALUE "N".
           88  SMR-PRM-EOF                 VALUE "Y".
       01  SMR-EOF-SW                      PIC X(01)       VALUE "N".
           88  SMR-EOF                     VALUE "Y".
       01  SMR-REC-LEN                     PIC 9(05)       VALUE 0.
      *> THE LONGEST RECORD THE NAMED FIELDS NEED - A SHORTER RECORD
      *> CANNOT BE TOTALLED AND IS COUNTED INSTEAD.
       01  SMR-NEED-LEN                    PIC 9(05)       VALUE 0.
      *> ------------------- CATALOG FIELD TABLE -----------------------
       01  SMR-FLD-TAB.
           05  SMR-FLD-ENTRY               OCCURS 150 TIMES.
               10  SMR-FLD-NAME             PIC X(30).
               10  SMR-FLD-USAGE            PIC X(10).
               10  SMR-FLD-SIGN             PIC X(01).
               10  SMR-FLD-BYTE-LEN         PIC 9(05).
               10  SMR-FLD-OFFSET           PIC 9(05).
               10  SMR-FLD-SCALE            PIC 9(01).
               10  SMR-FLD-PTRAIL           PIC 9(02).
               10  SMR-FLD-NUM-SW           PIC X(01).
                   88  SMR-FLD-IS-NUM       VALUE "Y".
       01  SMR-FLD-TOP                     PIC 9(03)       VALUE 0.
       01  SMR-FLD-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  SMR-FLD-IDX                     PIC 9(03).
       01  SMR-FLD-FOUND-IDX               PIC 9(03)       VALUE 0.
      *> ----------------- PICTURE PARSE WORK AREA ---------------------
       01  SMR-PIC-WORK                    PIC X(30).
       01  SMR-PIC-IDX                     PIC 9(02).
       01  SMR-PIC-CHAR                    PIC X(01).
       01  SMR-SCALE-CNT                   PIC 9(03)       VALUE 0.
       01  SMR-AFTER-V-SW                  PIC X(01)       VALUE "N".
           88  SMR-AFTER-V                 VALUE "Y".
       01  SMR-REPEAT-NUM                  PIC 9(05)       VALUE 0.
       01  SMR-XA-CNT                      PIC 9(03)       VALUE 0.
       01  SMR-NINE-CNT                    PIC 9(03)       VALUE 0.
      *> P POSITIONS AFTER THE LAST 9 SCALE THE VALUE UP BY A POWER
      *> OF TEN; P POSITIONS AHEAD OF THE 9S OR AFTER THE V ADD TO
      *> THE DECIMAL SCALE INSTEAD.
       01  SMR-PTRAIL-CNT                  PIC 9(02)       VALUE 0.
       01  SMR-DIGIT-CHAR                  PIC X(01).
       01  SMR-DIGIT-NUM REDEFINES SMR-DIGIT-CHAR
                                           PIC 9(01).
      *> ------------------ BY AND SUM FIELD LISTS --------------------
       01  SMR-BY-TAB.
           05  SMR-BY-FLD                  PIC 9(03)
                                           OCCURS 3 TIMES.
       01  SMR-BY-TOP                      PIC 9(01)       VALUE 0.
       01  SMR-BY-IDX                      PIC 9(01).
       01  SMR-SUM-TAB.
           05  SMR-SUM-FLD                 PIC 9(03)
                                           OCCURS 5 TIMES.
       01  SMR-SUM-TOP                     PIC 9(01)       VALUE 0.
       01  SMR-SUM-IDX                     PIC 9(01).
      *> FIRST SUMPRM RECORD - THE LOGICAL RECORD AND THE RUN OPTIONS,
      *> KEPT HERE SINCE THE BY AND SUM LINES AFTER IT REUSE THE FD.
       01  SMR-RUN-PARM.
           05  SMR-PARM-LR-NAME            PIC X(30).
      *> "H" - THE EXTRACT LEADS WITH AN RLHL-HEADER-RECORD.
           05  SMR-PARM-HEADER-SW          PIC X(01).
               88  SMR-PARM-HAS-HEADER     VALUE "H".
      *> "D" - ALSO WRITE THE TOTALS PIPE-DELIMITED TO DD SUMDLM.
           05  SMR-PARM-DELIM-SW           PIC X(01).
               88  SMR-PARM-WANTS-DELIM    VALUE "D".
           05  FILLER                      PIC X(48).
       01  SUMPRM-LINE                     PIC X(80).
       01  SMR-PRM-KEYWORD                 PIC X(10).
       01  SMR-PRM-FIELD                   PIC X(40).
       01  SMR-PRM-EXTRA                   PIC X(40).
       01  SMR-PRM-LINE-NO                 PIC 9(04)       VALUE 0.
       01  SMR-PRM-ERR-CNT                 PIC 9(04)       VALUE 0.
       01  SMR-PRM-ERR-TEXT                PIC X(50)       VALUE SPACES.
      *> ------------------- COMBINATION TABLE -------------------------
      *> ONE ENTRY PER DISTINCT GROUP-BY COMBINATION SEEN, LINEAR-
      *> SEARCHED AS IN MRECXTAB.  EACH KEY IS HELD AS PRINTED TEXT
      *> AND, FOR A NUMERIC FIELD, AS ITS VALUE - SO 9 ORDERS BEFORE
      *> 10 AND -5 BEFORE 3.  A COMBINATION BEYOND THE TABLE IS AN
      *> OVERFLOW, NOT MERGED INTO ANOTHER ROW.
       01  SMR-CMB-TAB.
           05  SMR-CMB-ENTRY               OCCURS 500 TIMES.
               10  SMR-CMB-KEY             OCCURS 3 TIMES.
                   15  SMR-CMB-KEY-TXT      PIC X(20).
                   15  SMR-CMB-KEY-NUM      PIC S9(18)V9(09).
               10  SMR-CMB-COUNT            PIC 9(09).
               10  SMR-CMB-SUM              PIC S9(18)V9(09)
                                           OCCURS 5 TIMES.
               10  SMR-CMB-USED-SW          PIC X(01).
                   88  SMR-CMB-USED         VALUE "Y".
       01  SMR-CMB-TOP                     PIC 9(03)       VALUE 0.
       01  SMR-CMB-IDX                     PIC 9(03).
       01  SMR-CMB-FOUND-IDX               PIC 9(03)       VALUE 0.
       01  SMR-CMB-OVERFLOW-CNT            PIC 9(09)       VALUE 0.
      *> THE CURRENT RECORD'S KEYS AND AMOUNTS, BUILT BEFORE THE
      *> COMBINATION TABLE IS SEARCHED.
       01  SMR-CUR-KEYS.
           05  SMR-CUR-KEY                 OCCURS 3 TIMES.
               10  SMR-CUR-KEY-TXT          PIC X(20).
               10  SMR-CUR-KEY-NUM          PIC S9(18)V9(09).
       01  SMR-CUR-SUMS.
           05  SMR-CUR-SUM                 PIC S9(18)V9(09)
                                           OCCURS 5 TIMES.
      *> ------------------ CONTROL-BREAK STATE ------------------------
       01  SMR-PICK-IDX                    PIC 9(03)       VALUE 0.
       01  SMR-PICK-CNT                    PIC 9(03)       VALUE 0.
       01  SMR-CMP-RESULT                  PIC X(01).
           88  SMR-CMP-LOW                 VALUE "<".
           88  SMR-CMP-EQUAL               VALUE "=".
           88  SMR-CMP-HIGH                VALUE ">".
       01  SMR-CMP-LVL                     PIC 9(01).
       01  SMR-PREV-IDX                    PIC 9(03)       VALUE 0.
      *> THE SHALLOWEST BY LEVEL WHOSE KEY CHANGED FROM THE PREVIOUS
      *> COMBINATION - EVERY LEVEL FROM THE DEEPEST OPEN ONE UP TO
      *> IT BREAKS.
       01  SMR-BREAK-LVL                   PIC 9(01).
       01  SMR-LVL                         PIC 9(01).
      *> RUNNING TOTALS PER BREAK LEVEL - ENTRY 1 IS THE GRAND TOTAL,
      *> ENTRY N+1 THE SUBTOTAL UNDER BY FIELD N.
       01  SMR-LVL-TAB.
           05  SMR-LVL-ENTRY               OCCURS 4 TIMES.
               10  SMR-LVL-COUNT            PIC 9(09).
               10  SMR-LVL-SUM              PIC S9(18)V9(09)
                                           OCCURS 5 TIMES.
      *> ---------------------- DECODE WORK AREA -----------------------
       01  SMR-REC-BUF                     PIC X(1000).
       01  SMR-POS                         PIC 9(05).
       01  SMR-SPAN                        PIC 9(05).
       01  SMR-BYTE-IDX                    PIC 9(05).
      *> ONE BYTE PROMOTED TO ITS NUMERIC VALUE THROUGH A TWO-BYTE
      *> BIG-ENDIAN BINARY OVERLAY - THE HIGH BYTE STAYS LOW-VALUE.
       01  SMR-BYTE-PAIR.
           05  SMR-BYTE-HI                 PIC X(01).
           05  SMR-BYTE-LO                 PIC X(01).
       01  SMR-BYTE-NUM REDEFINES SMR-BYTE-PAIR
                                           PIC 9(04) COMP.
       01  SMR-NIB-HI                      PIC 9(02).
       01  SMR-NIB-LO                      PIC 9(02).
      *> AN EIGHT-BYTE FRAME A SHORTER COMP FIELD IS RIGHT-ALIGNED
      *> INTO, SIGN-EXTENDED BY PRESETTING THE FRAME TO LOW- OR
      *> HIGH-VALUES FROM THE FIELD'S TOP BIT.
       01  SMR-BIN-FRAME                   PIC X(08).
       01  SMR-BIN-NUM REDEFINES SMR-BIN-FRAME
                                           PIC S9(18) COMP.
       01  SMR-WORK-NUM                    PIC S9(19)      VALUE 0.
       01  SMR-NEG-SW                      PIC X(01)       VALUE "N".
           88  SMR-IS-NEG                  VALUE "Y".
       01  SMR-DECODE-OK-SW                PIC X(01)       VALUE "Y".
           88  SMR-DECODE-OK               VALUE "Y".
       01  SMR-SCALE-DIV                   PIC 9(10)       VALUE 1.
       01  SMR-SCALE-IDX                   PIC 9(02).
       01  SMR-FLD-NUM                     PIC S9(18)V9(09) VALUE 0.
      *> THE OVERPUNCH DECODE RING - POSITION IN THE STRING GIVES
      *> DIGIT AND SIGN FOR AN EMBEDDED-SIGN LAST BYTE, COVERING THE
      *> EBCDIC-STYLE AND ASCII-STYLE ENCODINGS.
       01  SMR-OVP-POS                     PIC X(20)       VALUE
           "{ABCDEFGHI0123456789".
       01  SMR-OVP-NEG                     PIC X(20)       VALUE
           "}JKLMNOPQRpqrstuvwxy".
       01  SMR-OVP-IDX                     PIC 9(02).
       01  SMR-OVP-FOUND-SW                PIC X(01)       VALUE "N".
           88  SMR-OVP-FOUND               VALUE "Y".
       01  SMR-CUR-BYTE                    PIC X(01).
       01  SMR-REC-ERR-SW                  PIC X(01)       VALUE "N".
           88  SMR-REC-HAS-ERR             VALUE "Y".
      *> -------------------- NUMBER FORMATTING ------------------------
      *> A SCALED VALUE PRINTED WITH ITS DECIMAL POINT WHERE THE
      *> FIELD'S PICTURE PUTS IT AND ITS LEADING ZEROS DROPPED.
       01  SMR-FMT-NUM                     PIC S9(18)V9(09).
       01  SMR-FMT-SCALE                   PIC 9(01).
       01  SMR-FMT-ABS                     PIC 9(18)V9(09).
       01  SMR-FMT-DIGITS REDEFINES SMR-FMT-ABS
                                           PIC X(27).
       01  SMR-FMT-START                   PIC 9(02).
       01  SMR-FMT-TEXT                    PIC X(32).
       01  SMR-FMT-LEN                     PIC 9(02).
      *> ------------------ COUNTS AND REPORT LINES --------------------
       01  SMR-READ-CNT                    PIC 9(09)       VALUE 0.
       01  SMR-SHORT-CNT                   PIC 9(09)       VALUE 0.
       01  SMR-ERR-CNT                     PIC 9(09)       VALUE 0.
       01  SMR-CNT-TXT                     PIC ZZZ,ZZZ,ZZ9.
       01  SMR-OUT-LINE                    PIC X(160)      VALUE SPACES.
       01  SMR-COL                         PIC 9(03).
       01  SMR-LINE-LABEL                  PIC X(16).
      *> SET WHEN THE LAST REPORT LINE WRITTEN WAS A SPACER, SO TWO
      *> TOTAL LINES IN A ROW SHARE ONE BLANK LINE BETWEEN THEM.
       01  SMR-SPACER-SW                   PIC X(01)       VALUE "N".
           88  SMR-SPACER-WRITTEN          VALUE "Y".
       01  SMR-DLM-LINE                    PIC X(400)      VALUE SPACES.
       01  SMR-DLM-POS                     PIC 9(03).
       01  SMR-DLM-TOKEN                   PIC X(32).
       01  SMR-TRIM-LEN                    PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL SMR-LRCAT-EOF
           PERFORM 1400-LOAD-PARMS THRU 1400-EXIT
           PERFORM 2000-TABULATE-RECORDS THRU 2000-EXIT
               UNTIL SMR-EOF
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE LOW-VALUES TO SMR-BYTE-HI
           INITIALIZE SMR-CUR-KEYS
           OPEN OUTPUT SUMRPT-FILE
           OPEN INPUT SUMPRM-FILE
           IF NOT SMR-SUMPRM-OK
               DISPLAY "LRSUMRPT - UNABLE TO OPEN SUMPRM, STATUS="
                   SMR-SUMPRM-STATUS
               MOVE "Y" TO SMR-LRCAT-EOF-SW
               MOVE "Y" TO SMR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           READ SUMPRM-FILE INTO SMR-RUN-PARM
               AT END
                   DISPLAY "LRSUMRPT - SUMPRM IS EMPTY"
                   CLOSE SUMPRM-FILE
                   MOVE "Y" TO SMR-LRCAT-EOF-SW
                   MOVE "Y" TO SMR-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ
           MOVE SPACES TO SMR-OUT-LINE
           STRING "LRSUMRPT - SUMMARY OF LOGICAL RECORD "
               DELIMITED BY SIZE
               SMR-PARM-LR-NAME DELIMITED BY SPACE
               INTO SMR-OUT-LINE
           END-STRING
           WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
           OPEN INPUT  LRCAT-FILE
           IF NOT SMR-LRCAT-OK
               DISPLAY "LRSUMRPT - UNABLE TO OPEN LRCAT, STATUS="
                   SMR-LRCAT-STATUS
               CLOSE SUMPRM-FILE
               MOVE "Y" TO SMR-LRCAT-EOF-SW
               MOVE "Y" TO SMR-EOF-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO SMR-LRCAT-OPENED-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
               AT END
                   MOVE "Y" TO SMR-LRCAT-EOF-SW
           END-READ
           IF SMR-LRCAT-EOF
               GO TO 1200-EXIT
           END-IF
           IF NOT LRC-IS-FIELD
               OR LRC-LR-NAME NOT = SMR-PARM-LR-NAME
               OR LRC-BYTE-LEN = 0
               GO TO 1200-EXIT
           END-IF
           IF SMR-FLD-TOP < 150
               ADD 1 TO SMR-FLD-TOP
               MOVE LRC-FIELD-NAME TO SMR-FLD-NAME(SMR-FLD-TOP)
               MOVE LRC-USAGE-CD   TO SMR-FLD-USAGE(SMR-FLD-TOP)
               MOVE LRC-SIGN-CD    TO SMR-FLD-SIGN(SMR-FLD-TOP)
               MOVE LRC-BYTE-LEN   TO SMR-FLD-BYTE-LEN(SMR-FLD-TOP)
               MOVE LRC-OFFSET     TO SMR-FLD-OFFSET(SMR-FLD-TOP)
               MOVE LRC-PICTURE TO SMR-PIC-WORK
               PERFORM 1300-PARSE-PICTURE THRU 1300-EXIT
               IF SMR-SCALE-CNT > 9
                   MOVE 9 TO SMR-SCALE-CNT
               END-IF
               MOVE SMR-SCALE-CNT TO SMR-FLD-SCALE(SMR-FLD-TOP)
               MOVE SMR-PTRAIL-CNT TO SMR-FLD-PTRAIL(SMR-FLD-TOP)
      *> AN EDITED FIELD IS ALREADY PRINTED TEXT AND GROUPS AS TEXT.
               IF SMR-NINE-CNT > 0 AND SMR-XA-CNT = 0
                   AND LRC-USAGE-CD NOT = "EDITED"
                   MOVE "Y" TO SMR-FLD-NUM-SW(SMR-FLD-TOP)
               ELSE
                   MOVE "N" TO SMR-FLD-NUM-SW(SMR-FLD-TOP)
               END-IF
           ELSE
               ADD 1 TO SMR-FLD-OVERFLOW-CNT
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1300-PARSE-PICTURE.
           MOVE 0 TO SMR-SCALE-CNT
           MOVE 0 TO SMR-XA-CNT
           MOVE 0 TO SMR-NINE-CNT
           MOVE 0 TO SMR-PTRAIL-CNT
           MOVE "N" TO SMR-AFTER-V-SW
           MOVE 1 TO SMR-PIC-IDX
           PERFORM 1310-PARSE-ONE-CHAR THRU 1310-EXIT
               UNTIL SMR-PIC-IDX > 30.
       1300-EXIT.
           EXIT.
      *
       1310-PARSE-ONE-CHAR.
           MOVE SMR-PIC-WORK(SMR-PIC-IDX:1) TO SMR-PIC-CHAR
           EVALUATE SMR-PIC-CHAR
               WHEN "9"
                   ADD 1 TO SMR-NINE-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF SMR-AFTER-V
                       ADD SMR-REPEAT-NUM TO SMR-SCALE-CNT
                   END-IF
               WHEN "X"
               WHEN "A"
                   ADD 1 TO SMR-XA-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
               WHEN "V"
                   MOVE "Y" TO SMR-AFTER-V-SW
                   ADD 1 TO SMR-PIC-IDX
               WHEN "P"
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF SMR-AFTER-V OR SMR-NINE-CNT = 0
                       ADD SMR-REPEAT-NUM TO SMR-SCALE-CNT
                   ELSE
                       ADD SMR-REPEAT-NUM TO SMR-PTRAIL-CNT
                   END-IF
               WHEN SPACE
                   MOVE 31 TO SMR-PIC-IDX
               WHEN OTHER
                   ADD 1 TO SMR-PIC-IDX
           END-EVALUATE.
       1310-EXIT.
           EXIT.
      *
       1320-COUNT-REPEAT.
           MOVE 1 TO SMR-REPEAT-NUM
           ADD 1 TO SMR-PIC-IDX
           IF SMR-PIC-IDX > 29
               GO TO 1320-EXIT
           END-IF
           IF SMR-PIC-WORK(SMR-PIC-IDX:1) NOT = "("
               GO TO 1320-EXIT
           END-IF
           MOVE 0 TO SMR-REPEAT-NUM
           ADD 1 TO SMR-PIC-IDX
           PERFORM 1330-PARSE-REPEAT-DIGIT THRU 1330-EXIT
               UNTIL SMR-PIC-IDX > 30
               OR SMR-PIC-WORK(SMR-PIC-IDX:1) = ")"
           ADD 1 TO SMR-PIC-IDX.
       1320-EXIT.
           EXIT.
      *
       1330-PARSE-REPEAT-DIGIT.
           IF SMR-PIC-WORK(SMR-PIC-IDX:1) >= "0"
               AND SMR-PIC-WORK(SMR-PIC-IDX:1) <= "9"
               MOVE SMR-PIC-WORK(SMR-PIC-IDX:1) TO SMR-DIGIT-CHAR
               COMPUTE SMR-REPEAT-NUM =
                   SMR-REPEAT-NUM * 10 + SMR-DIGIT-NUM
           END-IF
           ADD 1 TO SMR-PIC-IDX.
       1330-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1400-LOAD-PARMS - THE REST OF DD SUMPRM, ONE FIELD PER LINE:  *
      *      BY   FIELD-NAME      (UP TO 3, MAJOR BREAK FIRST)         *
      *      SUM  FIELD-NAME      (UP TO 5, NUMERIC FIELDS ONLY)       *
      *  AN UNDERSCORE IN A NAME READS AS A HYPHEN; A LINE STARTING    *
      *  WITH * IS A COMMENT.  ANY LINE THAT DOES NOT RESOLVE STOPS    *
      *  THE RUN BEFORE THE EXTRACT IS READ.                           *
      ******************************************************************
       1400-LOAD-PARMS.
           IF SMR-EOF
               GO TO 1400-EXIT
           END-IF
           IF SMR-FLD-TOP = 0
               DISPLAY "LRSUMRPT - NO FIELD ROWS FOUND ON LRCAT FOR "
                   SMR-PARM-LR-NAME
               CLOSE SUMPRM-FILE
               MOVE "Y" TO SMR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-LOAD-ONE-PARM THRU 1410-EXIT
               UNTIL SMR-PRM-EOF
           CLOSE SUMPRM-FILE
           IF SMR-SUM-TOP = 0 AND SMR-BY-TOP = 0
               AND SMR-PRM-ERR-CNT = 0
               DISPLAY "LRSUMRPT - SUMPRM NAMES NO BY OR SUM FIELDS"
               ADD 1 TO SMR-PRM-ERR-CNT
           END-IF
           IF SMR-PRM-ERR-CNT > 0
               DISPLAY "LRSUMRPT - " SMR-PRM-ERR-CNT
                   " SUMPRM LINES REJECTED - NO REPORT PRODUCED"
               MOVE "Y" TO SMR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           PERFORM 1450-LIST-PARMS THRU 1450-EXIT
           OPEN INPUT EXTRACT-FILE
           IF NOT SMR-EXTRACT-OK
               DISPLAY "LRSUMRPT - UNABLE TO OPEN EXTRACT, STATUS="
                   SMR-EXTRACT-STATUS
               MOVE "Y" TO SMR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO SMR-EXTRACT-OPENED-SW
      *> THE HEADER CARRIES NO DETAIL FIELDS - READ PAST IT HERE.
           IF SMR-PARM-HAS-HEADER
               READ EXTRACT-FILE INTO SMR-REC-BUF
                   AT END
                       MOVE "Y" TO SMR-EOF-SW
               END-READ
           END-IF
           IF SMR-PARM-WANTS-DELIM
               OPEN OUTPUT SUMDLM-FILE
               MOVE "Y" TO SMR-SUMDLM-OPENED-SW
               PERFORM 3700-WRITE-DELIM-HEADER THRU 3700-EXIT
           END-IF.
       1400-EXIT.
           EXIT.
      *
       1410-LOAD-ONE-PARM.
           READ SUMPRM-FILE INTO SUMPRM-LINE
               AT END
                   MOVE "Y" TO SMR-PRM-EOF-SW
                   GO TO 1410-EXIT
           END-READ
           ADD 1 TO SMR-PRM-LINE-NO
           IF SUMPRM-LINE = SPACES OR SUMPRM-LINE(1:1) = "*"
               GO TO 1410-EXIT
           END-IF
           MOVE SPACES TO SMR-PRM-KEYWORD SMR-PRM-FIELD SMR-PRM-EXTRA
               SMR-PRM-ERR-TEXT
           UNSTRING SUMPRM-LINE DELIMITED BY ALL SPACE
               INTO SMR-PRM-KEYWORD SMR-PRM-FIELD SMR-PRM-EXTRA
           END-UNSTRING
      *> A LINE INDENTED BY A BLANK UNSTRINGS AN EMPTY FIRST WORD.
           IF SMR-PRM-KEYWORD = SPACES
               MOVE SMR-PRM-FIELD TO SMR-PRM-KEYWORD
               MOVE SMR-PRM-EXTRA TO SMR-PRM-FIELD
               MOVE SPACES TO SMR-PRM-EXTRA
           END-IF
           INSPECT SMR-PRM-FIELD REPLACING ALL "_" BY "-"
           MOVE 0 TO SMR-FLD-FOUND-IDX
           PERFORM 1420-MATCH-ONE-FIELD THRU 1420-EXIT
               VARYING SMR-FLD-IDX FROM 1 BY 1
               UNTIL SMR-FLD-IDX > SMR-FLD-TOP
               OR SMR-FLD-FOUND-IDX NOT = 0
           EVALUATE TRUE
               WHEN SMR-PRM-KEYWORD NOT = "BY"
                   AND SMR-PRM-KEYWORD NOT = "SUM"
                   MOVE "LINE MUST START WITH BY OR SUM"
                       TO SMR-PRM-ERR-TEXT
               WHEN SMR-PRM-EXTRA NOT = SPACES
                   MOVE "ONE FIELD NAME PER LINE" TO SMR-PRM-ERR-TEXT
               WHEN SMR-FLD-FOUND-IDX = 0
                   MOVE "FIELD IS NOT ON THE LOGICAL RECORD"
                       TO SMR-PRM-ERR-TEXT
               WHEN SMR-FLD-USAGE(SMR-FLD-FOUND-IDX) = "COMP-1"
                   OR SMR-FLD-USAGE(SMR-FLD-FOUND-IDX) = "COMP-2"
                   OR SMR-FLD-USAGE(SMR-FLD-FOUND-IDX) = "NATIONAL"
                   MOVE "FLOATING OR NATIONAL FIELDS ARE NOT SUPPORTED"
                       TO SMR-PRM-ERR-TEXT
               WHEN SMR-PRM-KEYWORD = "BY" AND SMR-BY-TOP >= 3
                   MOVE "MORE THAN 3 BY FIELDS" TO SMR-PRM-ERR-TEXT
               WHEN SMR-PRM-KEYWORD = "SUM" AND SMR-SUM-TOP >= 5
                   MOVE "MORE THAN 5 SUM FIELDS" TO SMR-PRM-ERR-TEXT
               WHEN SMR-PRM-KEYWORD = "SUM"
                   AND NOT SMR-FLD-IS-NUM(SMR-FLD-FOUND-IDX)
                   MOVE "SUM FIELD IS NOT NUMERIC" TO SMR-PRM-ERR-TEXT
           END-EVALUATE
           IF SMR-PRM-ERR-TEXT NOT = SPACES
               ADD 1 TO SMR-PRM-ERR-CNT
               DISPLAY "LRSUMRPT - SUMPRM LINE " SMR-PRM-LINE-NO
                   " REJECTED - " SMR-PRM-ERR-TEXT
               MOVE SPACES TO SMR-OUT-LINE
               STRING "  ** " SUMPRM-LINE(1:60) " - "
                   SMR-PRM-ERR-TEXT DELIMITED BY SIZE
                   INTO SMR-OUT-LINE
               END-STRING
               WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
               GO TO 1410-EXIT
           END-IF
           IF SMR-PRM-KEYWORD = "BY"
               ADD 1 TO SMR-BY-TOP
               MOVE SMR-FLD-FOUND-IDX TO SMR-BY-FLD(SMR-BY-TOP)
           ELSE
               ADD 1 TO SMR-SUM-TOP
               MOVE SMR-FLD-FOUND-IDX TO SMR-SUM-FLD(SMR-SUM-TOP)
           END-IF
           COMPUTE SMR-POS = SMR-FLD-OFFSET(SMR-FLD-FOUND-IDX)
               + SMR-FLD-BYTE-LEN(SMR-FLD-FOUND-IDX)
           IF SMR-POS > SMR-NEED-LEN
               MOVE SMR-POS TO SMR-NEED-LEN
           END-IF.
       1410-EXIT.
           EXIT.
      *
       1420-MATCH-ONE-FIELD.
           IF SMR-FLD-NAME(SMR-FLD-IDX) = SMR-PRM-FIELD
               MOVE SMR-FLD-IDX TO SMR-FLD-FOUND-IDX
           END-IF.
       1420-EXIT.
           EXIT.
      *
       1450-LIST-PARMS.
           PERFORM 1460-LIST-ONE-BY THRU 1460-EXIT
               VARYING SMR-BY-IDX FROM 1 BY 1
               UNTIL SMR-BY-IDX > SMR-BY-TOP
           PERFORM 1470-LIST-ONE-SUM THRU 1470-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > SMR-SUM-TOP
           MOVE SPACES TO SMR-OUT-LINE
           WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
      *> COLUMN HEADINGS - A 16-BYTE COLUMN PER BY FIELD, THEN THE
      *> COUNT, THEN A 20-BYTE COLUMN PER SUM FIELD.
           MOVE SPACES TO SMR-OUT-LINE
           MOVE 1 TO SMR-COL
           PERFORM 1480-HEAD-ONE-BY THRU 1480-EXIT
               VARYING SMR-BY-IDX FROM 1 BY 1
               UNTIL SMR-BY-IDX > SMR-BY-TOP
           MOVE "      COUNT" TO SMR-OUT-LINE(SMR-COL:11)
           ADD 11 TO SMR-COL
           PERFORM 1490-HEAD-ONE-SUM THRU 1490-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > SMR-SUM-TOP
           WRITE SUMRPT-RECORD FROM SMR-OUT-LINE.
       1450-EXIT.
           EXIT.
      *
       1460-LIST-ONE-BY.
           MOVE SMR-BY-FLD(SMR-BY-IDX) TO SMR-FLD-IDX
           MOVE SPACES TO SMR-OUT-LINE
           STRING "  BY  " SMR-FLD-NAME(SMR-FLD-IDX)
               DELIMITED BY SIZE
               INTO SMR-OUT-LINE
           END-STRING
           WRITE SUMRPT-RECORD FROM SMR-OUT-LINE.
       1460-EXIT.
           EXIT.
      *
       1470-LIST-ONE-SUM.
           MOVE SMR-SUM-FLD(SMR-SUM-IDX) TO SMR-FLD-IDX
           MOVE SPACES TO SMR-OUT-LINE
           STRING "  SUM " SMR-FLD-NAME(SMR-FLD-IDX)
               DELIMITED BY SIZE
               INTO SMR-OUT-LINE
           END-STRING
           WRITE SUMRPT-RECORD FROM SMR-OUT-LINE.
       1470-EXIT.
           EXIT.
      *
       1480-HEAD-ONE-BY.
           MOVE SMR-BY-FLD(SMR-BY-IDX) TO SMR-FLD-IDX
           MOVE SMR-FLD-NAME(SMR-FLD-IDX) TO SMR-OUT-LINE(SMR-COL:15)
           ADD 16 TO SMR-COL.
       1480-EXIT.
           EXIT.
      *
      *> AMOUNT HEADINGS SIT RIGHT-JUSTIFIED OVER THEIR COLUMN WHEN
      *> THE NAME FITS, LEFT-JUSTIFIED (AND CUT) WHEN IT DOES NOT.
       1490-HEAD-ONE-SUM.
           MOVE SMR-SUM-FLD(SMR-SUM-IDX) TO SMR-FLD-IDX
           MOVE SMR-FLD-NAME(SMR-FLD-IDX) TO SMR-DLM-TOKEN
           PERFORM 3950-TOKEN-LENGTH THRU 3950-EXIT
           IF SMR-TRIM-LEN > 19
               MOVE SMR-DLM-TOKEN(1:19) TO SMR-OUT-LINE(SMR-COL + 1:19)
           ELSE
               MOVE SMR-DLM-TOKEN(1:SMR-TRIM-LEN)
                   TO SMR-OUT-LINE(SMR-COL + 20 - SMR-TRIM-LEN:
                                   SMR-TRIM-LEN)
           END-IF
           ADD 20 TO SMR-COL.
       1490-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-TABULATE-RECORDS - DECODES THE BY AND SUM FIELDS OF EACH *
      *  DETAIL AND FOLDS THE RECORD INTO ITS COMBINATION'S ENTRY.  A  *
      *  RECORD TOO SHORT FOR THE NAMED FIELDS, OR ONE WHOSE NAMED     *
      *  FIELDS DO NOT DECODE, IS COUNTED AND LEFT OUT OF THE TOTALS.  *
      ******************************************************************
       2000-TABULATE-RECORDS.
           READ EXTRACT-FILE INTO SMR-REC-BUF
               AT END
                   MOVE "Y" TO SMR-EOF-SW
                   GO TO 2000-EXIT
           END-READ
      *> A HASH-TOTAL TRAILER (SEE RLHLTRL.cpy) IS NOT A DETAIL.
           IF SMR-PARM-HAS-HEADER AND SMR-REC-BUF(1:8) = "RLHLTRLR"
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO SMR-READ-CNT
           IF SMR-REC-LEN < SMR-NEED-LEN
               ADD 1 TO SMR-SHORT-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO SMR-REC-ERR-SW
           PERFORM 2100-BUILD-ONE-KEY THRU 2100-EXIT
               VARYING SMR-BY-IDX FROM 1 BY 1
               UNTIL SMR-BY-IDX > SMR-BY-TOP
           PERFORM 2200-BUILD-ONE-SUM THRU 2200-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > SMR-SUM-TOP
           IF SMR-REC-HAS-ERR
               ADD 1 TO SMR-ERR-CNT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-FIND-OR-ADD-COMBO THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-BUILD-ONE-KEY.
           MOVE SMR-BY-FLD(SMR-BY-IDX) TO SMR-FLD-IDX
           MOVE SPACES TO SMR-CUR-KEY-TXT(SMR-BY-IDX)
           MOVE 0 TO SMR-CUR-KEY-NUM(SMR-BY-IDX)
           COMPUTE SMR-POS = SMR-FLD-OFFSET(SMR-FLD-IDX) + 1
           MOVE SMR-FLD-BYTE-LEN(SMR-FLD-IDX) TO SMR-SPAN
           IF NOT SMR-FLD-IS-NUM(SMR-FLD-IDX)
               IF SMR-SPAN > 20
                   MOVE 20 TO SMR-SPAN
               END-IF
               MOVE SMR-REC-BUF(SMR-POS:SMR-SPAN)
                   TO SMR-CUR-KEY-TXT(SMR-BY-IDX)(1:SMR-SPAN)
               INSPECT SMR-CUR-KEY-TXT(SMR-BY-IDX)
                   REPLACING ALL LOW-VALUE BY "."
               GO TO 2100-EXIT
           END-IF
           PERFORM 5000-DECODE-FIELD THRU 5000-EXIT
           IF NOT SMR-DECODE-OK
               MOVE "Y" TO SMR-REC-ERR-SW
               GO TO 2100-EXIT
           END-IF
           MOVE SMR-FLD-NUM TO SMR-CUR-KEY-NUM(SMR-BY-IDX)
           MOVE SMR-FLD-NUM TO SMR-FMT-NUM
           MOVE SMR-FLD-SCALE(SMR-FLD-IDX) TO SMR-FMT-SCALE
           PERFORM 3900-FORMAT-NUMBER THRU 3900-EXIT
           MOVE SMR-FMT-TEXT TO SMR-CUR-KEY-TXT(SMR-BY-IDX).
       2100-EXIT.
           EXIT.
      *
       2200-BUILD-ONE-SUM.
           MOVE SMR-SUM-FLD(SMR-SUM-IDX) TO SMR-FLD-IDX
           MOVE 0 TO SMR-CUR-SUM(SMR-SUM-IDX)
           COMPUTE SMR-POS = SMR-FLD-OFFSET(SMR-FLD-IDX) + 1
           MOVE SMR-FLD-BYTE-LEN(SMR-FLD-IDX) TO SMR-SPAN
           PERFORM 5000-DECODE-FIELD THRU 5000-EXIT
           IF NOT SMR-DECODE-OK
               MOVE "Y" TO SMR-REC-ERR-SW
               GO TO 2200-EXIT
           END-IF
           MOVE SMR-FLD-NUM TO SMR-CUR-SUM(SMR-SUM-IDX).
       2200-EXIT.
           EXIT.
      *
       2300-FIND-OR-ADD-COMBO.
           MOVE 0 TO SMR-CMB-FOUND-IDX
           PERFORM 2310-SEARCH-ONE-SLOT THRU 2310-EXIT
               VARYING SMR-CMB-IDX FROM 1 BY 1
               UNTIL SMR-CMB-IDX > SMR-CMB-TOP
               OR SMR-CMB-FOUND-IDX NOT = 0
           IF SMR-CMB-FOUND-IDX = 0
               IF SMR-CMB-TOP < 500
                   ADD 1 TO SMR-CMB-TOP
                   MOVE SMR-CMB-TOP TO SMR-CMB-FOUND-IDX
                   MOVE SMR-CUR-KEYS
                       TO SMR-CMB-ENTRY(SMR-CMB-FOUND-IDX)(1:141)
                   MOVE 0 TO SMR-CMB-COUNT(SMR-CMB-FOUND-IDX)
                   PERFORM 2320-CLEAR-ONE-SUM THRU 2320-EXIT
                       VARYING SMR-SUM-IDX FROM 1 BY 1
                       UNTIL SMR-SUM-IDX > 5
                   MOVE "N" TO SMR-CMB-USED-SW(SMR-CMB-FOUND-IDX)
               ELSE
                   ADD 1 TO SMR-CMB-OVERFLOW-CNT
                   GO TO 2300-EXIT
               END-IF
           END-IF
           ADD 1 TO SMR-CMB-COUNT(SMR-CMB-FOUND-IDX)
           PERFORM 2330-ADD-ONE-SUM THRU 2330-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > SMR-SUM-TOP.
       2300-EXIT.
           EXIT.
      *
      *> THE KEY AREA OF AN ENTRY IS LAID OUT EXACTLY AS SMR-CUR-KEYS
      *> (3 X 47 = 141 BYTES), SO ONE COMPARE COVERS EVERY LEVEL.
       2310-SEARCH-ONE-SLOT.
           IF SMR-CMB-ENTRY(SMR-CMB-IDX)(1:141) = SMR-CUR-KEYS
               MOVE SMR-CMB-IDX TO SMR-CMB-FOUND-IDX
           END-IF.
       2310-EXIT.
           EXIT.
      *
       2320-CLEAR-ONE-SUM.
           MOVE 0 TO SMR-CMB-SUM(SMR-CMB-FOUND-IDX, SMR-SUM-IDX).
       2320-EXIT.
           EXIT.
      *
       2330-ADD-ONE-SUM.
           ADD SMR-CUR-SUM(SMR-SUM-IDX)
               TO SMR-CMB-SUM(SMR-CMB-FOUND-IDX, SMR-SUM-IDX).
       2330-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-WRITE-REPORT - TAKES THE COMBINATIONS IN CONTROL-BREAK   *
      *  ORDER.  BEFORE EACH ONE IS PRINTED, EVERY LEVEL FROM THE      *
      *  DEEPEST SUBTOTAL UP TO THE SHALLOWEST KEY THAT CHANGED IS     *
      *  CLOSED OUT WITH A SUBTOTAL LINE; AFTER THE LAST ONE, ALL      *
      *  LEVELS CLOSE AND THE GRAND TOTAL FOLLOWS.                     *
      ******************************************************************
       3000-WRITE-REPORT.
           IF NOT SMR-EXTRACT-OPENED
               GO TO 3000-EXIT
           END-IF
           INITIALIZE SMR-LVL-TAB
           MOVE 0 TO SMR-PREV-IDX
           PERFORM 3100-EMIT-NEXT-COMBO THRU 3100-EXIT
               VARYING SMR-PICK-CNT FROM 1 BY 1
               UNTIL SMR-PICK-CNT > SMR-CMB-TOP
           IF SMR-PREV-IDX NOT = 0
               PERFORM 3300-CLOSE-ONE-LEVEL THRU 3300-EXIT
                   VARYING SMR-LVL FROM SMR-BY-TOP BY -1
                   UNTIL SMR-LVL < 2
           END-IF
           MOVE "GRAND TOTAL" TO SMR-LINE-LABEL
           MOVE 1 TO SMR-LVL
           PERFORM 3500-WRITE-TOTAL-LINE THRU 3500-EXIT
           PERFORM 3800-WRITE-COUNTS THRU 3800-EXIT.
       3000-EXIT.
           EXIT.
      *
       3100-EMIT-NEXT-COMBO.
           MOVE 0 TO SMR-PICK-IDX
           PERFORM 3110-PICK-ONE-MINIMUM THRU 3110-EXIT
               VARYING SMR-CMB-IDX FROM 1 BY 1
               UNTIL SMR-CMB-IDX > SMR-CMB-TOP
           MOVE "Y" TO SMR-CMB-USED-SW(SMR-PICK-IDX)
      *> WHICH LEVELS BREAK - NONE ON THE FIRST COMBINATION.
           IF SMR-PREV-IDX NOT = 0
               MOVE 0 TO SMR-BREAK-LVL
               PERFORM 3120-FIND-BREAK-LEVEL THRU 3120-EXIT
                   VARYING SMR-CMP-LVL FROM 1 BY 1
                   UNTIL SMR-CMP-LVL > SMR-BY-TOP
                   OR SMR-BREAK-LVL NOT = 0
               IF SMR-BREAK-LVL > 0
                   PERFORM 3300-CLOSE-ONE-LEVEL THRU 3300-EXIT
                       VARYING SMR-LVL FROM SMR-BY-TOP BY -1
                       UNTIL SMR-LVL <= SMR-BREAK-LVL
               END-IF
           END-IF
           MOVE SMR-PICK-IDX TO SMR-PREV-IDX
           PERFORM 3400-WRITE-COMBO-LINE THRU 3400-EXIT
           PERFORM 3200-ROLL-ONE-LEVEL THRU 3200-EXIT
               VARYING SMR-LVL FROM 1 BY 1
               UNTIL SMR-LVL > SMR-BY-TOP.
       3100-EXIT.
           EXIT.
      *
      *> THE SMALLEST UNUSED COMBINATION, KEY LEVEL BY KEY LEVEL.
       3110-PICK-ONE-MINIMUM.
           IF SMR-CMB-USED(SMR-CMB-IDX)
               GO TO 3110-EXIT
           END-IF
           IF SMR-PICK-IDX = 0
               MOVE SMR-CMB-IDX TO SMR-PICK-IDX
               GO TO 3110-EXIT
           END-IF
           MOVE "=" TO SMR-CMP-RESULT
           PERFORM 3115-COMPARE-ONE-LEVEL THRU 3115-EXIT
               VARYING SMR-CMP-LVL FROM 1 BY 1
               UNTIL SMR-CMP-LVL > SMR-BY-TOP
               OR NOT SMR-CMP-EQUAL
           IF SMR-CMP-LOW
               MOVE SMR-CMB-IDX TO SMR-PICK-IDX
           END-IF.
       3110-EXIT.
           EXIT.
      *
       3115-COMPARE-ONE-LEVEL.
           MOVE SMR-BY-FLD(SMR-CMP-LVL) TO SMR-FLD-IDX
           IF SMR-FLD-IS-NUM(SMR-FLD-IDX)
               IF SMR-CMB-KEY-NUM(SMR-CMB-IDX, SMR-CMP-LVL) <
                   SMR-CMB-KEY-NUM(SMR-PICK-IDX, SMR-CMP-LVL)
                   MOVE "<" TO SMR-CMP-RESULT
               END-IF
               IF SMR-CMB-KEY-NUM(SMR-CMB-IDX, SMR-CMP-LVL) >
                   SMR-CMB-KEY-NUM(SMR-PICK-IDX, SMR-CMP-LVL)
                   MOVE ">" TO SMR-CMP-RESULT
               END-IF
           ELSE
               IF SMR-CMB-KEY-TXT(SMR-CMB-IDX, SMR-CMP-LVL) <
                   SMR-CMB-KEY-TXT(SMR-PICK-IDX, SMR-CMP-LVL)
                   MOVE "<" TO SMR-CMP-RESULT
               END-IF
               IF SMR-CMB-KEY-TXT(SMR-CMB-IDX, SMR-CMP-LVL) >
                   SMR-CMB-KEY-TXT(SMR-PICK-IDX, SMR-CMP-LVL)
                   MOVE ">" TO SMR-CMP-RESULT
               END-IF
           END-IF.
       3115-EXIT.
           EXIT.
      *
       3120-FIND-BREAK-LEVEL.
           IF SMR-CMB-KEY(SMR-PICK-IDX, SMR-CMP-LVL) NOT =
               SMR-CMB-KEY(SMR-PREV-IDX, SMR-CMP-LVL)
               MOVE SMR-CMP-LVL TO SMR-BREAK-LVL
           END-IF.
       3120-EXIT.
           EXIT.
      *
      *> A COMBINATION'S TOTALS ROLL INTO THE GRAND TOTAL (ENTRY 1)
      *> AND INTO EVERY SUBTOTAL ABOVE ITS OWN LINE (ENTRIES 2 TO N).
       3200-ROLL-ONE-LEVEL.
           ADD SMR-CMB-COUNT(SMR-PICK-IDX) TO SMR-LVL-COUNT(SMR-LVL)
           PERFORM 3210-ROLL-ONE-SUM THRU 3210-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > SMR-SUM-TOP.
       3200-EXIT.
           EXIT.
      *
       3210-ROLL-ONE-SUM.
           ADD SMR-CMB-SUM(SMR-PICK-IDX, SMR-SUM-IDX)
               TO SMR-LVL-SUM(SMR-LVL, SMR-SUM-IDX).
       3210-EXIT.
           EXIT.
      *
      *> CLOSES SUBTOTAL LEVEL SMR-LVL (2 TO N - BY FIELD SMR-LVL - 1
      *> IS THE KEY IT TOTALS UNDER), THEN CLEARS IT FOR THE NEXT GROUP.
       3300-CLOSE-ONE-LEVEL.
           MOVE SPACES TO SMR-LINE-LABEL
           COMPUTE SMR-BY-IDX = SMR-LVL - 1
           STRING "TOTAL " SMR-CMB-KEY-TXT(SMR-PREV-IDX, SMR-BY-IDX)
               DELIMITED BY SIZE
               INTO SMR-LINE-LABEL
           END-STRING
           PERFORM 3500-WRITE-TOTAL-LINE THRU 3500-EXIT
           MOVE 0 TO SMR-LVL-COUNT(SMR-LVL)
           PERFORM 3310-CLEAR-ONE-LEVEL-SUM THRU 3310-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > 5.
       3300-EXIT.
           EXIT.
      *
       3310-CLEAR-ONE-LEVEL-SUM.
           MOVE 0 TO SMR-LVL-SUM(SMR-LVL, SMR-SUM-IDX).
       3310-EXIT.
           EXIT.
      *
       3400-WRITE-COMBO-LINE.
           MOVE SPACES TO SMR-OUT-LINE
           MOVE 1 TO SMR-COL
           PERFORM 3410-PUT-ONE-KEY THRU 3410-EXIT
               VARYING SMR-BY-IDX FROM 1 BY 1
               UNTIL SMR-BY-IDX > SMR-BY-TOP
           MOVE SMR-CMB-COUNT(SMR-PICK-IDX) TO SMR-CNT-TXT
           MOVE SMR-CNT-TXT TO SMR-OUT-LINE(SMR-COL:11)
           ADD 11 TO SMR-COL
           PERFORM 3420-PUT-ONE-SUM THRU 3420-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > SMR-SUM-TOP
           WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
           MOVE "N" TO SMR-SPACER-SW
           IF SMR-SUMDLM-OPENED
               MOVE "DETAIL" TO SMR-LINE-LABEL
               MOVE SMR-BY-TOP TO SMR-LVL
               ADD 1 TO SMR-LVL
               PERFORM 3600-WRITE-DELIM-LINE THRU 3600-EXIT
           END-IF.
       3400-EXIT.
           EXIT.
      *
       3410-PUT-ONE-KEY.
           MOVE SMR-CMB-KEY-TXT(SMR-PICK-IDX, SMR-BY-IDX)
               TO SMR-OUT-LINE(SMR-COL:15)
           ADD 16 TO SMR-COL.
       3410-EXIT.
           EXIT.
      *
       3420-PUT-ONE-SUM.
           MOVE SMR-CMB-SUM(SMR-PICK-IDX, SMR-SUM-IDX) TO SMR-FMT-NUM
           PERFORM 3430-PUT-AMOUNT THRU 3430-EXIT.
       3420-EXIT.
           EXIT.
      *
      *> THE AMOUNT IN SMR-FMT-NUM, FORMATTED TO ITS FIELD'S SCALE
      *> AND RIGHT-JUSTIFIED IN THE NEXT 20-BYTE COLUMN.
       3430-PUT-AMOUNT.
           MOVE SMR-SUM-FLD(SMR-SUM-IDX) TO SMR-FLD-IDX
           MOVE SMR-FLD-SCALE(SMR-FLD-IDX) TO SMR-FMT-SCALE
           PERFORM 3900-FORMAT-NUMBER THRU 3900-EXIT
           IF SMR-FMT-LEN > 19
               MOVE ALL "*" TO SMR-OUT-LINE(SMR-COL + 1:19)
           ELSE
               MOVE SMR-FMT-TEXT(1:SMR-FMT-LEN)
                   TO SMR-OUT-LINE(SMR-COL + 20 - SMR-FMT-LEN:
                                   SMR-FMT-LEN)
           END-IF
           ADD 20 TO SMR-COL.
       3430-EXIT.
           EXIT.
      *
      *> ONE SUBTOTAL OR GRAND-TOTAL LINE FOR LEVEL SMR-LVL, LABELLED
      *> FROM SMR-LINE-LABEL IN THE KEY COLUMNS.
       3500-WRITE-TOTAL-LINE.
           MOVE SPACES TO SMR-OUT-LINE
           IF SMR-BY-TOP > 0 AND NOT SMR-SPACER-WRITTEN
               WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
           END-IF
           COMPUTE SMR-COL = SMR-BY-TOP * 16 + 1
           IF SMR-BY-TOP = 0
               MOVE 17 TO SMR-COL
           END-IF
           MOVE SMR-LINE-LABEL TO SMR-OUT-LINE(1:16)
           MOVE SMR-LVL-COUNT(SMR-LVL) TO SMR-CNT-TXT
           MOVE SMR-CNT-TXT TO SMR-OUT-LINE(SMR-COL:11)
           ADD 11 TO SMR-COL
           PERFORM 3510-PUT-ONE-LEVEL-SUM THRU 3510-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > SMR-SUM-TOP
           WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
           MOVE SPACES TO SMR-OUT-LINE
           WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
           MOVE "Y" TO SMR-SPACER-SW
           IF SMR-SUMDLM-OPENED
               PERFORM 3600-WRITE-DELIM-LINE THRU 3600-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
      *
       3510-PUT-ONE-LEVEL-SUM.
           MOVE SMR-LVL-SUM(SMR-LVL, SMR-SUM-IDX) TO SMR-FMT-NUM
           PERFORM 3430-PUT-AMOUNT THRU 3430-EXIT.
       3510-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3600-WRITE-DELIM-LINE - THE SAME LINE, PIPE-DELIMITED, TO DD  *
      *  SUMDLM: A LINE-TYPE COLUMN (DETAIL, SUBTOTAL OR TOTAL), ONE   *
      *  COLUMN PER BY FIELD (BLANK BELOW THE LEVEL A SUBTOTAL CLOSES) *
      *  THEN THE COUNT AND THE AMOUNTS WITHOUT EDITING.  SMR-LVL IS   *
      *  THE LEVEL BEING WRITTEN - N+1 FOR A DETAIL.                   *
      ******************************************************************
       3600-WRITE-DELIM-LINE.
           MOVE SPACES TO SMR-DLM-LINE
           MOVE 1 TO SMR-DLM-POS
           EVALUATE TRUE
               WHEN SMR-LINE-LABEL = "DETAIL"
                   MOVE "DETAIL" TO SMR-DLM-TOKEN
               WHEN SMR-LVL = 1
                   MOVE "TOTAL" TO SMR-DLM-TOKEN
               WHEN OTHER
                   MOVE "SUBTOTAL" TO SMR-DLM-TOKEN
           END-EVALUATE
           PERFORM 3690-APPEND-TOKEN THRU 3690-EXIT
           PERFORM 3610-DELIM-ONE-KEY THRU 3610-EXIT
               VARYING SMR-BY-IDX FROM 1 BY 1
               UNTIL SMR-BY-IDX > SMR-BY-TOP
           IF SMR-LINE-LABEL = "DETAIL"
               MOVE SMR-CMB-COUNT(SMR-PICK-IDX) TO SMR-FMT-NUM
           ELSE
               MOVE SMR-LVL-COUNT(SMR-LVL) TO SMR-FMT-NUM
           END-IF
           MOVE 0 TO SMR-FMT-SCALE
           PERFORM 3900-FORMAT-NUMBER THRU 3900-EXIT
           MOVE SMR-FMT-TEXT TO SMR-DLM-TOKEN
           PERFORM 3690-APPEND-TOKEN THRU 3690-EXIT
           PERFORM 3620-DELIM-ONE-SUM THRU 3620-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > SMR-SUM-TOP
           WRITE SUMDLM-RECORD FROM SMR-DLM-LINE.
       3600-EXIT.
           EXIT.
      *
       3610-DELIM-ONE-KEY.
           MOVE SPACES TO SMR-DLM-TOKEN
           IF SMR-BY-IDX < SMR-LVL
               MOVE SMR-CMB-KEY-TXT(SMR-PREV-IDX, SMR-BY-IDX)
                   TO SMR-DLM-TOKEN
               INSPECT SMR-DLM-TOKEN REPLACING ALL "|" BY "."
           END-IF
           PERFORM 3690-APPEND-TOKEN THRU 3690-EXIT.
       3610-EXIT.
           EXIT.
      *
       3620-DELIM-ONE-SUM.
           IF SMR-LINE-LABEL = "DETAIL"
               MOVE SMR-CMB-SUM(SMR-PICK-IDX, SMR-SUM-IDX)
                   TO SMR-FMT-NUM
           ELSE
               MOVE SMR-LVL-SUM(SMR-LVL, SMR-SUM-IDX) TO SMR-FMT-NUM
           END-IF
           MOVE SMR-SUM-FLD(SMR-SUM-IDX) TO SMR-FLD-IDX
           MOVE SMR-FLD-SCALE(SMR-FLD-IDX) TO SMR-FMT-SCALE
           PERFORM 3900-FORMAT-NUMBER THRU 3900-EXIT
           MOVE SMR-FMT-TEXT TO SMR-DLM-TOKEN
           PERFORM 3690-APPEND-TOKEN THRU 3690-EXIT.
       3620-EXIT.
           EXIT.
      *
      *> APPENDS SMR-DLM-TOKEN, TRAILING BLANKS TRIMMED, TO THE LINE
      *> UNDER BUILD, WITH A PIPE AHEAD OF EVERY TOKEN BUT THE FIRST.
       3690-APPEND-TOKEN.
           IF SMR-DLM-POS > 1
               MOVE "|" TO SMR-DLM-LINE(SMR-DLM-POS:1)
               ADD 1 TO SMR-DLM-POS
           END-IF
           PERFORM 3950-TOKEN-LENGTH THRU 3950-EXIT
           IF SMR-TRIM-LEN > 0
               MOVE SMR-DLM-TOKEN(1:SMR-TRIM-LEN)
                   TO SMR-DLM-LINE(SMR-DLM-POS:SMR-TRIM-LEN)
               ADD SMR-TRIM-LEN TO SMR-DLM-POS
           END-IF.
       3690-EXIT.
           EXIT.
      *
       3700-WRITE-DELIM-HEADER.
           MOVE SPACES TO SMR-DLM-LINE
           MOVE 1 TO SMR-DLM-POS
           MOVE "LINE_TYPE" TO SMR-DLM-TOKEN
           PERFORM 3690-APPEND-TOKEN THRU 3690-EXIT
           PERFORM 3710-DELIM-ONE-BY-NAME THRU 3710-EXIT
               VARYING SMR-BY-IDX FROM 1 BY 1
               UNTIL SMR-BY-IDX > SMR-BY-TOP
           MOVE "RECORD_COUNT" TO SMR-DLM-TOKEN
           PERFORM 3690-APPEND-TOKEN THRU 3690-EXIT
           PERFORM 3720-DELIM-ONE-SUM-NAME THRU 3720-EXIT
               VARYING SMR-SUM-IDX FROM 1 BY 1
               UNTIL SMR-SUM-IDX > SMR-SUM-TOP
           WRITE SUMDLM-RECORD FROM SMR-DLM-LINE.
       3700-EXIT.
           EXIT.
      *
       3710-DELIM-ONE-BY-NAME.
           MOVE SMR-BY-FLD(SMR-BY-IDX) TO SMR-FLD-IDX
           MOVE SMR-FLD-NAME(SMR-FLD-IDX) TO SMR-DLM-TOKEN
           PERFORM 3690-APPEND-TOKEN THRU 3690-EXIT.
       3710-EXIT.
           EXIT.
      *
       3720-DELIM-ONE-SUM-NAME.
           MOVE SMR-SUM-FLD(SMR-SUM-IDX) TO SMR-FLD-IDX
           MOVE SMR-FLD-NAME(SMR-FLD-IDX) TO SMR-DLM-TOKEN
           PERFORM 3690-APPEND-TOKEN THRU 3690-EXIT.
       3720-EXIT.
           EXIT.
      *
       3800-WRITE-COUNTS.
           MOVE SMR-READ-CNT TO SMR-CNT-TXT
           MOVE SPACES TO SMR-OUT-LINE
           STRING "RECORDS READ       " SMR-CNT-TXT DELIMITED BY SIZE
               INTO SMR-OUT-LINE
           END-STRING
           WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
           DISPLAY "LRSUMRPT - " SMR-READ-CNT " RECORDS, "
               SMR-CMB-TOP " COMBINATIONS"
           IF SMR-SHORT-CNT > 0
               MOVE SMR-SHORT-CNT TO SMR-CNT-TXT
               MOVE SPACES TO SMR-OUT-LINE
               STRING "RECORDS TOO SHORT  " SMR-CNT-TXT
                   " - NOT IN THE TOTALS" DELIMITED BY SIZE
                   INTO SMR-OUT-LINE
               END-STRING
               WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
               DISPLAY "LRSUMRPT - " SMR-SHORT-CNT
                   " RECORDS SHORTER THAN THE NAMED FIELDS NEED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SMR-ERR-CNT > 0
               MOVE SMR-ERR-CNT TO SMR-CNT-TXT
               MOVE SPACES TO SMR-OUT-LINE
               STRING "RECORDS NOT DECODED" SMR-CNT-TXT
                   " - NOT IN THE TOTALS" DELIMITED BY SIZE
                   INTO SMR-OUT-LINE
               END-STRING
               WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
               DISPLAY "LRSUMRPT - " SMR-ERR-CNT
                   " RECORDS HELD A NAMED FIELD THAT DID NOT DECODE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SMR-CMB-OVERFLOW-CNT > 0
               MOVE SMR-CMB-OVERFLOW-CNT TO SMR-CNT-TXT
               MOVE SPACES TO SMR-OUT-LINE
               STRING "RECORDS NOT TOTALLED" SMR-CNT-TXT
                   " - MORE THAN 500 COMBINATIONS" DELIMITED BY SIZE
                   INTO SMR-OUT-LINE
               END-STRING
               WRITE SUMRPT-RECORD FROM SMR-OUT-LINE
               DISPLAY "LRSUMRPT - COMBINATION TABLE FULL, "
                   SMR-CMB-OVERFLOW-CNT
                   " RECORDS CARRIED A NEW COMBINATION THAT COULD NOT "
                   "BE TOTALLED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SMR-FLD-OVERFLOW-CNT > 0
               DISPLAY "LRSUMRPT - CATALOG TABLE OVERFLOW - "
                   SMR-FLD-OVERFLOW-CNT " FIELDS NOT LOADED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       3800-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3900-FORMAT-NUMBER - SMR-FMT-NUM AS TEXT IN SMR-FMT-TEXT      *
      *  (LENGTH SMR-FMT-LEN): A LEADING MINUS WHEN NEGATIVE, THE      *
      *  INTEGER DIGITS WITHOUT LEADING ZEROS, AND SMR-FMT-SCALE       *
      *  DECIMAL PLACES AFTER A POINT.                                 *
      ******************************************************************
       3900-FORMAT-NUMBER.
           MOVE SPACES TO SMR-FMT-TEXT
           MOVE 0 TO SMR-FMT-LEN
           MOVE SMR-FMT-NUM TO SMR-FMT-ABS
           IF SMR-FMT-NUM < 0
               MOVE "-" TO SMR-FMT-TEXT(1:1)
               MOVE 1 TO SMR-FMT-LEN
           END-IF
           MOVE 1 TO SMR-FMT-START
           PERFORM 3910-SKIP-ONE-ZERO THRU 3910-EXIT
               UNTIL SMR-FMT-START >= 18
               OR SMR-FMT-DIGITS(SMR-FMT-START:1) NOT = "0"
           MOVE SMR-FMT-DIGITS(SMR-FMT-START:19 - SMR-FMT-START)
               TO SMR-FMT-TEXT(SMR-FMT-LEN + 1:19 - SMR-FMT-START)
           COMPUTE SMR-FMT-LEN = SMR-FMT-LEN + 19 - SMR-FMT-START
           IF SMR-FMT-SCALE > 0
               MOVE "." TO SMR-FMT-TEXT(SMR-FMT-LEN + 1:1)
               MOVE SMR-FMT-DIGITS(19:SMR-FMT-SCALE)
                   TO SMR-FMT-TEXT(SMR-FMT-LEN + 2:SMR-FMT-SCALE)
               COMPUTE SMR-FMT-LEN = SMR-FMT-LEN + 1 + SMR-FMT-SCALE
           END-IF.
       3900-EXIT.
           EXIT.
      *
       3910-SKIP-ONE-ZERO.
           ADD 1 TO SMR-FMT-START.
       3910-EXIT.
           EXIT.
      *
       3950-TOKEN-LENGTH.
           MOVE 32 TO SMR-TRIM-LEN
           PERFORM 3960-BACK-ONE-BLANK THRU 3960-EXIT
               UNTIL SMR-TRIM-LEN = 0
               OR SMR-DLM-TOKEN(SMR-TRIM-LEN:1) NOT = SPACE.
       3950-EXIT.
           EXIT.
      *
       3960-BACK-ONE-BLANK.
           SUBTRACT 1 FROM SMR-TRIM-LEN.
       3960-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-DECODE-FIELD - THE NUMERIC FIELD SMR-FLD-IDX AT SMR-POS  *
      *  FOR SMR-SPAN BYTES, DECODED BY ITS USAGE (COMP AND COMP-5 AS  *
      *  SIGNED BIG-ENDIAN BINARY, COMP-3 NIBBLE BY NIBBLE, ANYTHING   *
      *  ELSE AS ZONED WITH ITS SIGN WHERE LRC-SIGN-CD PUTS IT) AND    *
      *  SCALED TO ITS PICTURE INTO SMR-FLD-NUM.                       *
      ******************************************************************
       5000-DECODE-FIELD.
           MOVE "Y" TO SMR-DECODE-OK-SW
           EVALUATE SMR-FLD-USAGE(SMR-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
                   PERFORM 5200-DECODE-BINARY THRU 5200-EXIT
               WHEN "COMP-3"
                   PERFORM 5300-DECODE-PACKED THRU 5300-EXIT
               WHEN OTHER
                   PERFORM 5400-DECODE-ZONED THRU 5400-EXIT
           END-EVALUATE
           IF NOT SMR-DECODE-OK
               GO TO 5000-EXIT
           END-IF
           IF SMR-FLD-PTRAIL(SMR-FLD-IDX) > 0
               PERFORM 5910-APPLY-P-SCALING THRU 5910-EXIT
                   VARYING SMR-SCALE-IDX FROM 1 BY 1
                   UNTIL SMR-SCALE-IDX > SMR-FLD-PTRAIL(SMR-FLD-IDX)
           END-IF
           MOVE 1 TO SMR-SCALE-DIV
           PERFORM 5920-RAISE-SCALE THRU 5920-EXIT
               VARYING SMR-SCALE-IDX FROM 1 BY 1
               UNTIL SMR-SCALE-IDX > SMR-FLD-SCALE(SMR-FLD-IDX)
           COMPUTE SMR-FLD-NUM = SMR-WORK-NUM / SMR-SCALE-DIV.
       5000-EXIT.
           EXIT.
      *
       5200-DECODE-BINARY.
           IF SMR-SPAN > 8
               MOVE "N" TO SMR-DECODE-OK-SW
               GO TO 5200-EXIT
           END-IF
           IF SMR-REC-BUF(SMR-POS:1) >= X"80"
               MOVE HIGH-VALUES TO SMR-BIN-FRAME
           ELSE
               MOVE LOW-VALUES TO SMR-BIN-FRAME
           END-IF
           MOVE SMR-REC-BUF(SMR-POS:SMR-SPAN)
               TO SMR-BIN-FRAME(9 - SMR-SPAN:SMR-SPAN)
           MOVE SMR-BIN-NUM TO SMR-WORK-NUM.
       5200-EXIT.
           EXIT.
      *
       5300-DECODE-PACKED.
           IF SMR-SPAN > 10
               MOVE "N" TO SMR-DECODE-OK-SW
               GO TO 5300-EXIT
           END-IF
           MOVE 0 TO SMR-WORK-NUM
           MOVE "N" TO SMR-NEG-SW
           PERFORM 5310-DECODE-PACKED-BYTE THRU 5310-EXIT
               VARYING SMR-BYTE-IDX FROM 1 BY 1
               UNTIL SMR-BYTE-IDX > SMR-SPAN
               OR NOT SMR-DECODE-OK
           IF SMR-DECODE-OK AND SMR-IS-NEG
               COMPUTE SMR-WORK-NUM = 0 - SMR-WORK-NUM
           END-IF.
       5300-EXIT.
           EXIT.
      *
       5310-DECODE-PACKED-BYTE.
           MOVE SMR-REC-BUF(SMR-POS + SMR-BYTE-IDX - 1:1)
               TO SMR-BYTE-LO
           DIVIDE SMR-BYTE-NUM BY 16 GIVING SMR-NIB-HI
               REMAINDER SMR-NIB-LO
           IF SMR-NIB-HI > 9
               MOVE "N" TO SMR-DECODE-OK-SW
               GO TO 5310-EXIT
           END-IF
           COMPUTE SMR-WORK-NUM = SMR-WORK-NUM * 10 + SMR-NIB-HI
           IF SMR-BYTE-IDX < SMR-SPAN
               IF SMR-NIB-LO > 9
                   MOVE "N" TO SMR-DECODE-OK-SW
               ELSE
                   COMPUTE SMR-WORK-NUM =
                       SMR-WORK-NUM * 10 + SMR-NIB-LO
               END-IF
           ELSE
               IF SMR-NIB-LO < 10
                   MOVE "N" TO SMR-DECODE-OK-SW
               END-IF
               IF SMR-NIB-LO = 11 OR SMR-NIB-LO = 13
                   MOVE "Y" TO SMR-NEG-SW
               END-IF
           END-IF.
       5310-EXIT.
           EXIT.
      *
       5400-DECODE-ZONED.
           IF SMR-SPAN > 20
               MOVE "N" TO SMR-DECODE-OK-SW
               GO TO 5400-EXIT
           END-IF
           MOVE 0 TO SMR-WORK-NUM
           MOVE "N" TO SMR-NEG-SW
           PERFORM 5410-DECODE-ZONED-BYTE THRU 5410-EXIT
               VARYING SMR-BYTE-IDX FROM 1 BY 1
               UNTIL SMR-BYTE-IDX > SMR-SPAN
               OR NOT SMR-DECODE-OK
           IF SMR-DECODE-OK AND SMR-IS-NEG
               COMPUTE SMR-WORK-NUM = 0 - SMR-WORK-NUM
           END-IF.
       5400-EXIT.
           EXIT.
      *
       5410-DECODE-ZONED-BYTE.
           MOVE SMR-REC-BUF(SMR-POS + SMR-BYTE-IDX - 1:1)
               TO SMR-CUR-BYTE
           IF SMR-FLD-SIGN(SMR-FLD-IDX) = "L" AND SMR-BYTE-IDX = 1
               IF SMR-CUR-BYTE = "-"
                   MOVE "Y" TO SMR-NEG-SW
               ELSE
                   IF SMR-CUR-BYTE NOT = "+"
                       MOVE "N" TO SMR-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 5410-EXIT
           END-IF
           IF SMR-FLD-SIGN(SMR-FLD-IDX) = "T"
               AND SMR-BYTE-IDX = SMR-SPAN
               IF SMR-CUR-BYTE = "-"
                   MOVE "Y" TO SMR-NEG-SW
               ELSE
                   IF SMR-CUR-BYTE NOT = "+"
                       MOVE "N" TO SMR-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 5410-EXIT
           END-IF
           IF SMR-FLD-SIGN(SMR-FLD-IDX) = "S"
               AND SMR-BYTE-IDX = SMR-SPAN
               PERFORM 5420-DECODE-OVERPUNCH THRU 5420-EXIT
               GO TO 5410-EXIT
           END-IF
           IF SMR-CUR-BYTE < "0" OR SMR-CUR-BYTE > "9"
               MOVE "N" TO SMR-DECODE-OK-SW
               GO TO 5410-EXIT
           END-IF
           MOVE SMR-CUR-BYTE TO SMR-DIGIT-CHAR
           COMPUTE SMR-WORK-NUM = SMR-WORK-NUM * 10 + SMR-DIGIT-NUM.
       5410-EXIT.
           EXIT.
      *
       5420-DECODE-OVERPUNCH.
           MOVE "N" TO SMR-OVP-FOUND-SW
           PERFORM 5430-MATCH-ONE-OVERPUNCH THRU 5430-EXIT
               VARYING SMR-OVP-IDX FROM 1 BY 1
               UNTIL SMR-OVP-IDX > 20
               OR SMR-OVP-FOUND
           IF NOT SMR-OVP-FOUND
               MOVE "N" TO SMR-DECODE-OK-SW
           END-IF.
       5420-EXIT.
           EXIT.
      *
      *> THE RING HOLDS DIGITS 0-9 TWICE IN EACH STRING - POSITION
      *> MODULO 10 IS THE DIGIT VALUE.
       5430-MATCH-ONE-OVERPUNCH.
           IF SMR-OVP-POS(SMR-OVP-IDX:1) = SMR-CUR-BYTE
               MOVE "Y" TO SMR-OVP-FOUND-SW
           END-IF
           IF SMR-OVP-NEG(SMR-OVP-IDX:1) = SMR-CUR-BYTE
               AND NOT SMR-OVP-FOUND
               MOVE "Y" TO SMR-OVP-FOUND-SW
               MOVE "Y" TO SMR-NEG-SW
           END-IF
           IF SMR-OVP-FOUND
               DIVIDE SMR-OVP-IDX BY 10 GIVING SMR-NIB-HI
                   REMAINDER SMR-NIB-LO
               IF SMR-NIB-LO = 0
                   MOVE 10 TO SMR-NIB-LO
               END-IF
               COMPUTE SMR-WORK-NUM =
                   SMR-WORK-NUM * 10 + SMR-NIB-LO - 1
           END-IF.
       5430-EXIT.
           EXIT.
      *
       5910-APPLY-P-SCALING.
           COMPUTE SMR-WORK-NUM = SMR-WORK-NUM * 10.
       5910-EXIT.
           EXIT.
      *
       5920-RAISE-SCALE.
           COMPUTE SMR-SCALE-DIV = SMR-SCALE-DIV * 10.
       5920-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT SMR-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "LRSUMRPT" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE SMR-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF SMR-LRCAT-OPENED
               CLOSE LRCAT-FILE
           END-IF
           IF SMR-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF
           IF SMR-SUMDLM-OPENED
               CLOSE SUMDLM-FILE
           END-IF
           CLOSE SUMRPT-FILE.
