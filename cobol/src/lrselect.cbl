      ******************************************************************
      **                                                              *
      **  PROGRAM      LRSELECT                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/14                                      *
      **                                                               *
      **  DESCRIPTION.  CATALOG-DRIVEN RECORD SELECTION FROM A         *
      **      REGISTERED EXTRACT - THE ANSWER TO "PULL ME ALL THE      *
      **      ACCOUNTS WHERE REC TYPE IS X AND AMOUNT IS OVER Y"       *
      **      WITHOUT A PROGRAMMER.  THE LOGICAL RECORD NAMED ON DD    *
      **      SELPRM IS LOADED FROM DD LRCAT, AND THE CRITERIA ON DD   *
      **      SELCRIT - ONE FIELD / OPERATOR / VALUE TEST PER LINE,    *
      **      JOINED BY AND AND OR, WITH BT FOR AN INCLUSIVE RANGE -   *
      **      ARE RESOLVED AGAINST ITS FIELDS.  EVERY RECORD ON DD     *
      **      EXTRACT THAT SATISFIES THEM IS COPIED UNCHANGED TO DD    *
      **      SELOUT.  COMP AND COMP-3 FIELDS ARE DECODED THE WAY      *
      **      LRUNLOAD DECODES THEM, ZONED FIELDS WITH THEIR SEPARATE  *
      **      OR OVERPUNCHED SIGN, AND ALL NUMBERS ARE COMPARED WITH   *
      **      THE PICTURE'S DECIMAL POINT IN PLACE.  WHEN SELPRM       *
      **      MARKS THE EXTRACT AS CARRYING AN RLHL HEADER, THE        *
      **      OUTPUT HEADER'S RECORD COUNT AND ABOVE/BELOW SPLIT ARE   *
      **      REBUILT FOR THE RECORDS KEPT (A FIRST PASS MEASURES      *
      **      THEM, AS RLHLSPLT DOES), AND A HASH-TOTAL TRAILER IS     *
      **      LEFT BEHIND - ITS TOTALS DESCRIBE THE INPUT, NOT THE     *
      **      SELECTION.  DD SELRPT ECHOES THE CRITERIA AND GIVES      *
      **      RECORDS READ AND RECORDS SELECTED.                       *
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
       PROGRAM-ID. LRSELECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LRCAT-FILE    ASSIGN TO "LRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEL-LRCAT-STATUS.
           SELECT SELPRM-FILE   ASSIGN TO "SELPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEL-SELPRM-STATUS.
           SELECT SELCRIT-FILE  ASSIGN TO "SELCRIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEL-SELCRIT-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE EXTRACT CARRIES COMP
      *> AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE WITH
      *> THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT EXTRACT-FILE  ASSIGN TO "EXTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEL-EXTRACT-STATUS.
           SELECT SELOUT-FILE   ASSIGN TO "SELOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEL-SELOUT-STATUS.
           SELECT SELRPT-FILE   ASSIGN TO "SELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEL-SELRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       COPY LRCATREC.
       FD  SELPRM-FILE.
       01  SELPRM-RECORD.
           05  SEL-PARM-LR-NAME            PIC X(30).
      *> "H" - THE EXTRACT LEADS WITH AN RLHL-HEADER-RECORD.
           05  SEL-PARM-HEADER-SW          PIC X(01).
               88  SEL-PARM-HAS-HEADER     VALUE "H".
       FD  SELCRIT-FILE.
       01  SELCRIT-RECORD                  PIC X(80).
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON SEL-REC-LEN.
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  SELOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON SEL-OUT-LEN.
       01  SELOUT-RECORD                   PIC X(1000).
       FD  SELRPT-FILE.
       01  SELRPT-RECORD                   PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  SEL-LRCAT-STATUS                PIC XX.
           88  SEL-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES SEL-LRCAT-STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  SEL-LRCAT-OPENED-SW             PIC X(01)       VALUE "N".
           88  SEL-LRCAT-OPENED            VALUE "Y".
       01  SEL-SELPRM-STATUS               PIC XX.
           88  SEL-SELPRM-OK               VALUE "00".
       01  SEL-SELCRIT-STATUS              PIC XX.
           88  SEL-SELCRIT-OK              VALUE "00".
       01  SEL-EXTRACT-STATUS              PIC XX.
           88  SEL-EXTRACT-OK              VALUE "00".
      *> SAME REASONING AS SEL-LRCAT-OPENED-SW ABOVE.
       01  SEL-EXTRACT-OPENED-SW           PIC X(01)       VALUE "N".
           88  SEL-EXTRACT-OPENED          VALUE "Y".
      *> SET AT THE FIRST OPEN AND NEVER RESET - A FAILED REOPEN FOR
      *> THE REAL PASS STILL LEAVES AN EXTRACT THAT WAS READ.
       01  SEL-EXTRACT-READ-SW             PIC X(01)       VALUE "N".
           88  SEL-EXTRACT-READ            VALUE "Y".
       01  SEL-SELOUT-STATUS               PIC XX.
       01  SEL-SELRPT-STATUS               PIC XX.
      *> SAME REASONING AS SEL-LRCAT-OPENED-SW ABOVE.
       01  SEL-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  SEL-OUTPUTS-OPENED          VALUE "Y".
       01  SEL-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  SEL-LRCAT-EOF               VALUE "Y".
       01  SEL-CRIT-EOF-SW                 PIC X(01)       VALUE "N".
           88  SEL-CRIT-EOF                VALUE "Y".
       01  SEL-EOF-SW                      PIC X(01)       VALUE "N".
           88  SEL-EOF                     VALUE "Y".
       01  SEL-REC-LEN                     PIC 9(05)       VALUE 0.
       01  SEL-OUT-LEN                     PIC 9(05)       VALUE 0.
      *> THE LONGEST RECORD THE CRITERIA NEED - A SHORTER RECORD
      *> CANNOT BE TESTED AND IS NEITHER SELECTED NOR SILENTLY DROPPED.
       01  SEL-NEED-LEN                    PIC 9(05)       VALUE 0.
      *> ------------------- CATALOG FIELD TABLE -----------------------
       01  SEL-FLD-TAB.
           05  SEL-FLD-ENTRY               OCCURS 150 TIMES.
               10  SEL-FLD-NAME             PIC X(30).
               10  SEL-FLD-USAGE            PIC X(10).
               10  SEL-FLD-SIGN             PIC X(01).
               10  SEL-FLD-BYTE-LEN         PIC 9(05).
               10  SEL-FLD-COPIES           PIC 9(05).
               10  SEL-FLD-OFFSET           PIC 9(05).
               10  SEL-FLD-SCALE            PIC 9(01).
               10  SEL-FLD-PTRAIL           PIC 9(02).
               10  SEL-FLD-NUM-SW           PIC X(01).
                   88  SEL-FLD-IS-NUM       VALUE "Y".
       01  SEL-FLD-TOP                     PIC 9(03)       VALUE 0.
       01  SEL-FLD-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  SEL-FLD-IDX                     PIC 9(03).
       01  SEL-FLD-FOUND-IDX               PIC 9(03)       VALUE 0.
      *> ----------------- PICTURE PARSE WORK AREA ---------------------
       01  SEL-PIC-WORK                    PIC X(30).
       01  SEL-PIC-IDX                     PIC 9(02).
       01  SEL-PIC-CHAR                    PIC X(01).
       01  SEL-SCALE-CNT                   PIC 9(03)       VALUE 0.
       01  SEL-AFTER-V-SW                  PIC X(01)       VALUE "N".
           88  SEL-AFTER-V                 VALUE "Y".
       01  SEL-REPEAT-NUM                  PIC 9(05)       VALUE 0.
       01  SEL-XA-CNT                      PIC 9(03)       VALUE 0.
       01  SEL-NINE-CNT                    PIC 9(03)       VALUE 0.
      *> P POSITIONS AFTER THE LAST 9 SCALE THE VALUE UP BY A POWER
      *> OF TEN; P POSITIONS AHEAD OF THE 9S OR AFTER THE V ADD TO
      *> THE DECIMAL SCALE INSTEAD.
       01  SEL-PTRAIL-CNT                  PIC 9(02)       VALUE 0.
       01  SEL-DIGIT-CHAR                  PIC X(01).
       01  SEL-DIGIT-NUM REDEFINES SEL-DIGIT-CHAR
                                           PIC 9(01).
      *> ------------------- CRITERIA TABLE ----------------------------
      *> ONE ENTRY PER TEST.  THE TESTS ARE TAKEN AS AN OR OF AND-
      *> GROUPS - AND BINDS TIGHTER THAN OR, AS IT DOES IN A COBOL
      *> CONDITION - SO "A AND B OR C" SELECTS (A AND B) OR C.
       01  SEL-CRI-TAB.
           05  SEL-CRI-ENTRY               OCCURS 20 TIMES.
               10  SEL-CRI-CONNECT          PIC X(03).
               10  SEL-CRI-FLD              PIC 9(03).
               10  SEL-CRI-COPY             PIC 9(05).
               10  SEL-CRI-OP               PIC X(02).
               10  SEL-CRI-TEXT-1           PIC X(40).
               10  SEL-CRI-TEXT-2           PIC X(40).
               10  SEL-CRI-NUM-1            PIC S9(18)V9(09).
               10  SEL-CRI-NUM-2            PIC S9(18)V9(09).
               10  SEL-CRI-LINE             PIC X(80).
       01  SEL-CRI-TOP                     PIC 9(02)       VALUE 0.
       01  SEL-CRI-IDX                     PIC 9(02).
       01  SEL-CRI-ERR-CNT                 PIC 9(04)       VALUE 0.
       01  SEL-CRI-LINE-NO                 PIC 9(04)       VALUE 0.
      *> ---------------- CRITERIA LINE PARSE AREA -------------------
       01  SEL-CRI-WORK                    PIC X(80).
       01  SEL-SCAN-POS                    PIC 9(03)       VALUE 1.
       01  SEL-WORD                        PIC X(40).
       01  SEL-WORD-LEN                    PIC 9(02)       VALUE 0.
       01  SEL-QUOTE-CHAR                  PIC X(01).
       01  SEL-WORD-QUOTED-SW              PIC X(01)       VALUE "N".
           88  SEL-WORD-QUOTED             VALUE "Y".
       01  SEL-FIELD-WORD                  PIC X(40).
       01  SEL-OCC-TEXT                    PIC X(10).
       01  SEL-OCC-NUM                     PIC 9(05)       VALUE 0.
       01  SEL-OCC-IDX                     PIC 9(02).
       01  SEL-CRI-ERR-TEXT                PIC X(50)       VALUE SPACES.
      *> A CRITERIA VALUE CONVERTED TO A NUMBER - DIGITS, ONE
      *> OPTIONAL LEADING SIGN AND ONE OPTIONAL DECIMAL POINT.
       01  SEL-NUM-VAL                     PIC S9(18)V9(09) VALUE 0.
       01  SEL-NUM-INT                     PIC 9(18)       VALUE 0.
       01  SEL-NUM-FRAC                    PIC 9(09)       VALUE 0.
       01  SEL-NUM-FRAC-DIGITS             PIC 9(02)       VALUE 0.
       01  SEL-NUM-DIGITS                  PIC 9(02)       VALUE 0.
       01  SEL-NUM-IDX                     PIC 9(02).
       01  SEL-NUM-NEG-SW                  PIC X(01)       VALUE "N".
           88  SEL-NUM-NEG                 VALUE "Y".
       01  SEL-NUM-POINT-SW                PIC X(01)       VALUE "N".
           88  SEL-NUM-POINT-SEEN          VALUE "Y".
       01  SEL-NUM-OK-SW                   PIC X(01)       VALUE "Y".
           88  SEL-NUM-OK                  VALUE "Y".
      *> -------------------- DECODE WORK AREA -------------------------
       01  SEL-REC-BUF                     PIC X(1000).
       01  SEL-POS                         PIC 9(05).
       01  SEL-SPAN                        PIC 9(05).
       01  SEL-BYTE-IDX                    PIC 9(05).
      *> ONE BYTE PROMOTED TO ITS NUMERIC VALUE THROUGH A TWO-BYTE
      *> BIG-ENDIAN BINARY OVERLAY - THE HIGH BYTE STAYS LOW-VALUE.
       01  SEL-BYTE-PAIR.
           05  SEL-BYTE-HI                 PIC X(01).
           05  SEL-BYTE-LO                 PIC X(01).
       01  SEL-BYTE-NUM REDEFINES SEL-BYTE-PAIR
                                           PIC 9(04) COMP.
       01  SEL-NIB-HI                      PIC 9(02).
       01  SEL-NIB-LO                      PIC 9(02).
      *> AN EIGHT-BYTE FRAME A SHORTER COMP FIELD IS RIGHT-ALIGNED
      *> INTO, SIGN-EXTENDED BY PRESETTING THE FRAME TO LOW- OR
      *> HIGH-VALUES FROM THE FIELD'S TOP BIT.
       01  SEL-BIN-FRAME                   PIC X(08).
       01  SEL-BIN-NUM REDEFINES SEL-BIN-FRAME
                                           PIC S9(18) COMP.
       01  SEL-WORK-NUM                    PIC S9(19)      VALUE 0.
       01  SEL-NEG-SW                      PIC X(01)       VALUE "N".
           88  SEL-IS-NEG                  VALUE "Y".
       01  SEL-DECODE-OK-SW                PIC X(01)       VALUE "Y".
           88  SEL-DECODE-OK               VALUE "Y".
       01  SEL-SCALE-DIV                   PIC 9(10)       VALUE 1.
       01  SEL-SCALE-IDX                   PIC 9(02).
       01  SEL-FLD-NUM                     PIC S9(18)V9(09) VALUE 0.
       01  SEL-FLD-TEXT                    PIC X(40).
      *> THE OVERPUNCH DECODE RING - POSITION IN THE STRING GIVES
      *> DIGIT AND SIGN FOR AN EMBEDDED-SIGN LAST BYTE, COVERING THE
      *> EBCDIC-STYLE AND ASCII-STYLE ENCODINGS.
       01  SEL-OVP-POS                     PIC X(20)       VALUE
           "{ABCDEFGHI0123456789".
       01  SEL-OVP-NEG                     PIC X(20)       VALUE
           "}JKLMNOPQRpqrstuvwxy".
       01  SEL-OVP-IDX                     PIC 9(02).
       01  SEL-OVP-FOUND-SW                PIC X(01)       VALUE "N".
           88  SEL-OVP-FOUND               VALUE "Y".
       01  SEL-CUR-BYTE                    PIC X(01).
      *> ------------------- SELECTION STATE ---------------------------
       01  SEL-TEST-SW                     PIC X(01)       VALUE "N".
           88  SEL-TEST-TRUE               VALUE "Y".
       01  SEL-TERM-SW                     PIC X(01)       VALUE "N".
           88  SEL-TERM-TRUE               VALUE "Y".
       01  SEL-RESULT-SW                   PIC X(01)       VALUE "N".
           88  SEL-RECORD-SELECTED         VALUE "Y".
       01  SEL-REC-ERR-SW                  PIC X(01)       VALUE "N".
           88  SEL-REC-HAS-ERR             VALUE "Y".
       01  SEL-PASS-SW                     PIC X(01)       VALUE "S".
           88  SEL-MEASURING               VALUE "M".
           88  SEL-SELECTING               VALUE "S".
      *> ------------------- RLHL HEADER STATE -------------------------
       COPY RLHL.
       01  SEL-HEADER-READ-SW              PIC X(01)       VALUE "N".
           88  SEL-HEADER-READ             VALUE "Y".
       01  SEL-TRAILER-SW                  PIC X(01)       VALUE "N".
           88  SEL-TRAILER-DROPPED         VALUE "Y".
       01  SEL-CLAIMED-CNT                 PIC S9(09)      VALUE 0.
       01  SEL-CLAIMED-ABOVE               PIC S9(09)      VALUE 0.
       01  SEL-KEPT-CNT                    PIC S9(09)      VALUE 0.
       01  SEL-KEY-NEW-POS                 PIC S9(09)      VALUE 0.
       01  SEL-NEW-ABOVE                   PIC S9(09)      VALUE 0.
       01  SEL-NEW-BELOW                   PIC S9(09)      VALUE 0.
       01  SEL-DETAIL-SEQ                  PIC 9(09)       VALUE 0.
      *> -------------------- COUNTS AND REPORT ------------------------
       01  SEL-READ-CNT                    PIC 9(09)       VALUE 0.
       01  SEL-SELECTED-CNT                PIC 9(09)       VALUE 0.
       01  SEL-SHORT-CNT                   PIC 9(09)       VALUE 0.
       01  SEL-ERR-CNT                     PIC 9(09)       VALUE 0.
       01  SEL-CNT-TXT                     PIC ZZZ,ZZZ,ZZ9.
       01  SEL-CNT2-TXT                    PIC ZZZ,ZZZ,ZZ9.
       01  SEL-SEQ-TXT                     PIC Z9.
       01  SEL-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL SEL-LRCAT-EOF
           PERFORM 1400-LOAD-CRITERIA THRU 1400-EXIT
           PERFORM 2000-MEASURE-SELECTION THRU 2000-EXIT
           PERFORM 3000-SELECT-RECORDS THRU 3000-EXIT
               UNTIL SEL-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE LOW-VALUES TO SEL-BYTE-HI
           OPEN OUTPUT SELRPT-FILE
           OPEN INPUT SELPRM-FILE
           IF NOT SEL-SELPRM-OK
               DISPLAY "LRSELECT - UNABLE TO OPEN SELPRM, STATUS="
                   SEL-SELPRM-STATUS
               MOVE "Y" TO SEL-LRCAT-EOF-SW
               MOVE "Y" TO SEL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           READ SELPRM-FILE
               AT END
                   DISPLAY "LRSELECT - SELPRM IS EMPTY"
                   CLOSE SELPRM-FILE
                   MOVE "Y" TO SEL-LRCAT-EOF-SW
                   MOVE "Y" TO SEL-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ
           CLOSE SELPRM-FILE
           MOVE SPACES TO SEL-OUT-LINE
           STRING "LRSELECT - RECORD SELECTION FROM LOGICAL RECORD "
               DELIMITED BY SIZE
               SEL-PARM-LR-NAME DELIMITED BY SPACE
               INTO SEL-OUT-LINE
           END-STRING
           WRITE SELRPT-RECORD FROM SEL-OUT-LINE
           OPEN INPUT  LRCAT-FILE
           IF NOT SEL-LRCAT-OK
               DISPLAY "LRSELECT - UNABLE TO OPEN LRCAT, STATUS="
                   SEL-LRCAT-STATUS
               MOVE "Y" TO SEL-LRCAT-EOF-SW
               MOVE "Y" TO SEL-EOF-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO SEL-LRCAT-OPENED-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
               AT END
                   MOVE "Y" TO SEL-LRCAT-EOF-SW
           END-READ
           IF SEL-LRCAT-EOF
               GO TO 1200-EXIT
           END-IF
      *> UNLIKE LRUNLOAD, A REDEFINING FIELD STAYS ON THE TABLE - IT
      *> IS A LEGITIMATE VIEW TO SELECT ON, AND NOTHING HERE WRITES
      *> ITS BYTES OUT TWICE.
           IF NOT LRC-IS-FIELD
               OR LRC-LR-NAME NOT = SEL-PARM-LR-NAME
               OR LRC-BYTE-LEN = 0
               GO TO 1200-EXIT
           END-IF
           IF SEL-FLD-TOP < 150
               ADD 1 TO SEL-FLD-TOP
               MOVE LRC-FIELD-NAME TO SEL-FLD-NAME(SEL-FLD-TOP)
               MOVE LRC-USAGE-CD   TO SEL-FLD-USAGE(SEL-FLD-TOP)
               MOVE LRC-SIGN-CD    TO SEL-FLD-SIGN(SEL-FLD-TOP)
               MOVE LRC-BYTE-LEN   TO SEL-FLD-BYTE-LEN(SEL-FLD-TOP)
               MOVE LRC-OFFSET     TO SEL-FLD-OFFSET(SEL-FLD-TOP)
               DIVIDE LRC-EFFECTIVE-LEN BY LRC-BYTE-LEN
                   GIVING SEL-FLD-COPIES(SEL-FLD-TOP)
               MOVE LRC-PICTURE TO SEL-PIC-WORK
               PERFORM 1300-PARSE-PICTURE THRU 1300-EXIT
               IF SEL-SCALE-CNT > 9
                   MOVE 9 TO SEL-SCALE-CNT
               END-IF
               MOVE SEL-SCALE-CNT TO SEL-FLD-SCALE(SEL-FLD-TOP)
               MOVE SEL-PTRAIL-CNT TO SEL-FLD-PTRAIL(SEL-FLD-TOP)
      *> AN EDITED FIELD IS ALREADY PRINTED TEXT AND COMPARES AS TEXT.
               IF SEL-NINE-CNT > 0 AND SEL-XA-CNT = 0
                   AND LRC-USAGE-CD NOT = "EDITED"
                   MOVE "Y" TO SEL-FLD-NUM-SW(SEL-FLD-TOP)
               ELSE
                   MOVE "N" TO SEL-FLD-NUM-SW(SEL-FLD-TOP)
               END-IF
           ELSE
               ADD 1 TO SEL-FLD-OVERFLOW-CNT
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1300-PARSE-PICTURE.
           MOVE 0 TO SEL-SCALE-CNT
           MOVE 0 TO SEL-XA-CNT
           MOVE 0 TO SEL-NINE-CNT
           MOVE 0 TO SEL-PTRAIL-CNT
           MOVE "N" TO SEL-AFTER-V-SW
           MOVE 1 TO SEL-PIC-IDX
           PERFORM 1310-PARSE-ONE-CHAR THRU 1310-EXIT
               UNTIL SEL-PIC-IDX > 30.
       1300-EXIT.
           EXIT.
      *
       1310-PARSE-ONE-CHAR.
           MOVE SEL-PIC-WORK(SEL-PIC-IDX:1) TO SEL-PIC-CHAR
           EVALUATE SEL-PIC-CHAR
               WHEN "9"
                   ADD 1 TO SEL-NINE-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF SEL-AFTER-V
                       ADD SEL-REPEAT-NUM TO SEL-SCALE-CNT
                   END-IF
               WHEN "X"
               WHEN "A"
                   ADD 1 TO SEL-XA-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
               WHEN "V"
                   MOVE "Y" TO SEL-AFTER-V-SW
                   ADD 1 TO SEL-PIC-IDX
               WHEN "P"
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF SEL-AFTER-V OR SEL-NINE-CNT = 0
                       ADD SEL-REPEAT-NUM TO SEL-SCALE-CNT
                   ELSE
                       ADD SEL-REPEAT-NUM TO SEL-PTRAIL-CNT
                   END-IF
               WHEN SPACE
                   MOVE 31 TO SEL-PIC-IDX
               WHEN OTHER
                   ADD 1 TO SEL-PIC-IDX
           END-EVALUATE.
       1310-EXIT.
           EXIT.
      *
       1320-COUNT-REPEAT.
           MOVE 1 TO SEL-REPEAT-NUM
           ADD 1 TO SEL-PIC-IDX
           IF SEL-PIC-IDX > 29
               GO TO 1320-EXIT
           END-IF
           IF SEL-PIC-WORK(SEL-PIC-IDX:1) NOT = "("
               GO TO 1320-EXIT
           END-IF
           MOVE 0 TO SEL-REPEAT-NUM
           ADD 1 TO SEL-PIC-IDX
           PERFORM 1330-PARSE-REPEAT-DIGIT THRU 1330-EXIT
               UNTIL SEL-PIC-IDX > 30
               OR SEL-PIC-WORK(SEL-PIC-IDX:1) = ")"
           ADD 1 TO SEL-PIC-IDX.
       1320-EXIT.
           EXIT.
      *
       1330-PARSE-REPEAT-DIGIT.
           IF SEL-PIC-WORK(SEL-PIC-IDX:1) >= "0"
               AND SEL-PIC-WORK(SEL-PIC-IDX:1) <= "9"
               MOVE SEL-PIC-WORK(SEL-PIC-IDX:1) TO SEL-DIGIT-CHAR
               COMPUTE SEL-REPEAT-NUM =
                   SEL-REPEAT-NUM * 10 + SEL-DIGIT-NUM
           END-IF
           ADD 1 TO SEL-PIC-IDX.
       1330-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1400-LOAD-CRITERIA - READS DD SELCRIT, ONE TEST PER LINE:     *
      *      [AND | OR]  FIELD[(OCCURRENCE)]  OP  VALUE  [VALUE-2]     *
      *  OP IS EQ, NE, GT, GE, LT, LE, OR BT (VALUE THROUGH VALUE-2    *
      *  INCLUSIVE).  A VALUE HOLDING BLANKS IS QUOTED.  AN UNDERSCORE *
      *  IN THE FIELD NAME READS AS A HYPHEN, SO NAMES COPIED FROM AN  *
      *  LRUNLOAD HEADER LINE OR A SPREADSHEET WORK AS GIVEN.  A LINE  *
      *  STARTING WITH * IS A COMMENT.  ANY LINE THAT DOES NOT RESOLVE *
      *  IS LISTED ON THE REPORT AND STOPS THE RUN BEFORE A RECORD IS  *
      *  WRITTEN - A HALF-UNDERSTOOD SELECTION IS WORSE THAN NONE.     *
      ******************************************************************
       1400-LOAD-CRITERIA.
           IF SEL-EOF
               GO TO 1400-EXIT
           END-IF
           IF SEL-FLD-TOP = 0
               DISPLAY "LRSELECT - NO FIELD ROWS FOUND ON LRCAT FOR "
                   SEL-PARM-LR-NAME
               MOVE "Y" TO SEL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           OPEN INPUT SELCRIT-FILE
           IF NOT SEL-SELCRIT-OK
               DISPLAY "LRSELECT - UNABLE TO OPEN SELCRIT, STATUS="
                   SEL-SELCRIT-STATUS
               MOVE "Y" TO SEL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           MOVE "CRITERIA" TO SEL-OUT-LINE
           WRITE SELRPT-RECORD FROM SEL-OUT-LINE
           PERFORM 1410-LOAD-ONE-CRITERION THRU 1410-EXIT
               UNTIL SEL-CRIT-EOF
           CLOSE SELCRIT-FILE
           IF SEL-CRI-TOP = 0 AND SEL-CRI-ERR-CNT = 0
               DISPLAY "LRSELECT - SELCRIT HOLDS NO CRITERIA"
               MOVE "  (NONE - NOTHING TO SELECT ON)" TO SEL-OUT-LINE
               WRITE SELRPT-RECORD FROM SEL-OUT-LINE
               ADD 1 TO SEL-CRI-ERR-CNT
           END-IF
           IF SEL-CRI-ERR-CNT > 0
               DISPLAY "LRSELECT - " SEL-CRI-ERR-CNT
                   " CRITERIA LINES REJECTED - NOTHING SELECTED"
               MOVE "Y" TO SEL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           IF SEL-PARM-HAS-HEADER
               MOVE "M" TO SEL-PASS-SW
           END-IF
           OPEN INPUT  EXTRACT-FILE
           IF NOT SEL-EXTRACT-OK
               DISPLAY "LRSELECT - UNABLE TO OPEN EXTRACT, STATUS="
                   SEL-EXTRACT-STATUS
               MOVE "Y" TO SEL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO SEL-EXTRACT-OPENED-SW
           MOVE "Y" TO SEL-EXTRACT-READ-SW
           OPEN OUTPUT SELOUT-FILE
           MOVE "Y" TO SEL-OUTPUTS-OPENED-SW.
       1400-EXIT.
           EXIT.
      *
       1410-LOAD-ONE-CRITERION.
           READ SELCRIT-FILE INTO SEL-CRI-WORK
               AT END
                   MOVE "Y" TO SEL-CRIT-EOF-SW
                   GO TO 1410-EXIT
           END-READ
           ADD 1 TO SEL-CRI-LINE-NO
           IF SEL-CRI-WORK = SPACES
               GO TO 1410-EXIT
           END-IF
           MOVE 1 TO SEL-SCAN-POS
           PERFORM 1500-NEXT-WORD THRU 1500-EXIT
           IF SEL-WORD(1:1) = "*" AND NOT SEL-WORD-QUOTED
               GO TO 1410-EXIT
           END-IF
           IF SEL-CRI-TOP >= 20
               MOVE "MORE THAN 20 CRITERIA" TO SEL-CRI-ERR-TEXT
               PERFORM 1490-REJECT-CRITERION THRU 1490-EXIT
               GO TO 1410-EXIT
           END-IF
           ADD 1 TO SEL-CRI-TOP
           MOVE SEL-CRI-TOP TO SEL-CRI-IDX
           MOVE SPACES TO SEL-CRI-CONNECT(SEL-CRI-IDX)
           MOVE SEL-CRI-WORK TO SEL-CRI-LINE(SEL-CRI-IDX)
           IF SEL-WORD = "AND" OR SEL-WORD = "OR"
               IF SEL-CRI-IDX = 1
                   MOVE "FIRST TEST CANNOT START WITH AND/OR"
                       TO SEL-CRI-ERR-TEXT
                   PERFORM 1490-REJECT-CRITERION THRU 1490-EXIT
                   GO TO 1410-EXIT
               END-IF
               MOVE SEL-WORD TO SEL-CRI-CONNECT(SEL-CRI-IDX)
               PERFORM 1500-NEXT-WORD THRU 1500-EXIT
           ELSE
               IF SEL-CRI-IDX > 1
                   MOVE "AND" TO SEL-CRI-CONNECT(SEL-CRI-IDX)
               END-IF
           END-IF
           PERFORM 1420-RESOLVE-FIELD THRU 1420-EXIT
           IF SEL-CRI-ERR-TEXT NOT = SPACES
               PERFORM 1490-REJECT-CRITERION THRU 1490-EXIT
               GO TO 1410-EXIT
           END-IF
           PERFORM 1500-NEXT-WORD THRU 1500-EXIT
           MOVE SEL-WORD(1:2) TO SEL-CRI-OP(SEL-CRI-IDX)
           IF SEL-WORD(3:38) NOT = SPACES
               OR (SEL-CRI-OP(SEL-CRI-IDX) NOT = "EQ"
               AND SEL-CRI-OP(SEL-CRI-IDX) NOT = "NE"
               AND SEL-CRI-OP(SEL-CRI-IDX) NOT = "GT"
               AND SEL-CRI-OP(SEL-CRI-IDX) NOT = "GE"
               AND SEL-CRI-OP(SEL-CRI-IDX) NOT = "LT"
               AND SEL-CRI-OP(SEL-CRI-IDX) NOT = "LE"
               AND SEL-CRI-OP(SEL-CRI-IDX) NOT = "BT")
               MOVE "OPERATOR MUST BE EQ NE GT GE LT LE OR BT"
                   TO SEL-CRI-ERR-TEXT
               PERFORM 1490-REJECT-CRITERION THRU 1490-EXIT
               GO TO 1410-EXIT
           END-IF
           PERFORM 1500-NEXT-WORD THRU 1500-EXIT
           IF SEL-WORD = SPACES AND NOT SEL-WORD-QUOTED
               MOVE "NO VALUE TO COMPARE WITH" TO SEL-CRI-ERR-TEXT
               PERFORM 1490-REJECT-CRITERION THRU 1490-EXIT
               GO TO 1410-EXIT
           END-IF
           MOVE SEL-WORD TO SEL-CRI-TEXT-1(SEL-CRI-IDX)
           MOVE SPACES TO SEL-CRI-TEXT-2(SEL-CRI-IDX)
           PERFORM 1500-NEXT-WORD THRU 1500-EXIT
           IF SEL-CRI-OP(SEL-CRI-IDX) = "BT"
               IF SEL-WORD = SPACES AND NOT SEL-WORD-QUOTED
                   MOVE "BT NEEDS A LOW AND A HIGH VALUE"
                       TO SEL-CRI-ERR-TEXT
                   PERFORM 1490-REJECT-CRITERION THRU 1490-EXIT
                   GO TO 1410-EXIT
               END-IF
               MOVE SEL-WORD TO SEL-CRI-TEXT-2(SEL-CRI-IDX)
               PERFORM 1500-NEXT-WORD THRU 1500-EXIT
           END-IF
           IF SEL-WORD NOT = SPACES
               MOVE "UNEXPECTED TEXT AFTER THE VALUE"
                   TO SEL-CRI-ERR-TEXT
               PERFORM 1490-REJECT-CRITERION THRU 1490-EXIT
               GO TO 1410-EXIT
           END-IF
           PERFORM 1430-CONVERT-VALUES THRU 1430-EXIT
           IF SEL-CRI-ERR-TEXT NOT = SPACES
               PERFORM 1490-REJECT-CRITERION THRU 1490-EXIT
               GO TO 1410-EXIT
           END-IF
           MOVE SEL-CRI-IDX TO SEL-SEQ-TXT
           MOVE SPACES TO SEL-OUT-LINE
           STRING "  " SEL-SEQ-TXT "  " DELIMITED BY SIZE
               SEL-CRI-WORK(1:80) DELIMITED BY SIZE
               INTO SEL-OUT-LINE
           END-STRING
           WRITE SELRPT-RECORD FROM SEL-OUT-LINE.
       1410-EXIT.
           EXIT.
      *
      *> THE FIELD WORD, WITH ANY (OCCURRENCE) SPLIT OFF, MATCHED TO
      *> THE CATALOG.  LEAVES SEL-CRI-ERR-TEXT SET WHEN IT CANNOT BE.
       1420-RESOLVE-FIELD.
           MOVE SPACES TO SEL-CRI-ERR-TEXT SEL-FIELD-WORD SEL-OCC-TEXT
           UNSTRING SEL-WORD DELIMITED BY "(" OR ")"
               INTO SEL-FIELD-WORD SEL-OCC-TEXT
           END-UNSTRING
           INSPECT SEL-FIELD-WORD REPLACING ALL "_" BY "-"
           MOVE 0 TO SEL-FLD-FOUND-IDX
           PERFORM 1425-MATCH-ONE-FIELD THRU 1425-EXIT
               VARYING SEL-FLD-IDX FROM 1 BY 1
               UNTIL SEL-FLD-IDX > SEL-FLD-TOP
               OR SEL-FLD-FOUND-IDX NOT = 0
           IF SEL-FLD-FOUND-IDX = 0
               MOVE "FIELD IS NOT ON THE LOGICAL RECORD"
                   TO SEL-CRI-ERR-TEXT
               GO TO 1420-EXIT
           END-IF
           MOVE SEL-FLD-FOUND-IDX TO SEL-CRI-FLD(SEL-CRI-IDX)
           EVALUATE SEL-FLD-USAGE(SEL-FLD-FOUND-IDX)
               WHEN "COMP-1"
               WHEN "COMP-2"
               WHEN "NATIONAL"
                   MOVE "FLOATING OR NATIONAL FIELDS CANNOT BE TESTED"
                       TO SEL-CRI-ERR-TEXT
                   GO TO 1420-EXIT
           END-EVALUATE
           MOVE 1 TO SEL-OCC-NUM
           IF SEL-OCC-TEXT NOT = SPACES
               MOVE 0 TO SEL-OCC-NUM
               PERFORM 1427-OCC-ONE-DIGIT THRU 1427-EXIT
                   VARYING SEL-OCC-IDX FROM 1 BY 1
                   UNTIL SEL-OCC-IDX > 5
                   OR SEL-OCC-TEXT(SEL-OCC-IDX:1) = SPACE
               IF SEL-OCC-NUM = 0
                   OR SEL-OCC-NUM >
                       SEL-FLD-COPIES(SEL-FLD-FOUND-IDX)
                   MOVE "OCCURRENCE IS OUTSIDE THE FIELD'S OCCURS"
                       TO SEL-CRI-ERR-TEXT
                   GO TO 1420-EXIT
               END-IF
           END-IF
           MOVE SEL-OCC-NUM TO SEL-CRI-COPY(SEL-CRI-IDX)
           COMPUTE SEL-POS = SEL-FLD-OFFSET(SEL-FLD-FOUND-IDX)
               + SEL-OCC-NUM * SEL-FLD-BYTE-LEN(SEL-FLD-FOUND-IDX)
           IF SEL-POS > SEL-NEED-LEN
               MOVE SEL-POS TO SEL-NEED-LEN
           END-IF.
       1420-EXIT.
           EXIT.
      *
       1425-MATCH-ONE-FIELD.
           IF SEL-FLD-NAME(SEL-FLD-IDX) = SEL-FIELD-WORD
               MOVE SEL-FLD-IDX TO SEL-FLD-FOUND-IDX
           END-IF.
       1425-EXIT.
           EXIT.
      *
       1427-OCC-ONE-DIGIT.
           IF SEL-OCC-TEXT(SEL-OCC-IDX:1) IS NOT NUMERIC
               MOVE 0 TO SEL-OCC-NUM
               MOVE 6 TO SEL-OCC-IDX
               GO TO 1427-EXIT
           END-IF
           MOVE SEL-OCC-TEXT(SEL-OCC-IDX:1) TO SEL-DIGIT-CHAR
           COMPUTE SEL-OCC-NUM = SEL-OCC-NUM * 10 + SEL-DIGIT-NUM.
       1427-EXIT.
           EXIT.
      *
      *> A NUMERIC FIELD IS COMPARED BY VALUE, SO ITS CRITERIA VALUES
      *> MUST READ AS NUMBERS; A TEXT FIELD COMPARES BYTE FOR BYTE.
       1430-CONVERT-VALUES.
           MOVE SEL-CRI-FLD(SEL-CRI-IDX) TO SEL-FLD-IDX
           MOVE 0 TO SEL-CRI-NUM-1(SEL-CRI-IDX)
                     SEL-CRI-NUM-2(SEL-CRI-IDX)
           IF NOT SEL-FLD-IS-NUM(SEL-FLD-IDX)
               GO TO 1430-EXIT
           END-IF
           MOVE SEL-CRI-TEXT-1(SEL-CRI-IDX) TO SEL-WORD
           PERFORM 1600-PARSE-NUMBER THRU 1600-EXIT
           IF NOT SEL-NUM-OK
               MOVE "FIELD IS NUMERIC - VALUE MUST BE A NUMBER"
                   TO SEL-CRI-ERR-TEXT
               GO TO 1430-EXIT
           END-IF
           MOVE SEL-NUM-VAL TO SEL-CRI-NUM-1(SEL-CRI-IDX)
           IF SEL-CRI-OP(SEL-CRI-IDX) = "BT"
               MOVE SEL-CRI-TEXT-2(SEL-CRI-IDX) TO SEL-WORD
               PERFORM 1600-PARSE-NUMBER THRU 1600-EXIT
               IF NOT SEL-NUM-OK
                   MOVE "FIELD IS NUMERIC - VALUE MUST BE A NUMBER"
                       TO SEL-CRI-ERR-TEXT
                   GO TO 1430-EXIT
               END-IF
               MOVE SEL-NUM-VAL TO SEL-CRI-NUM-2(SEL-CRI-IDX)
           END-IF.
       1430-EXIT.
           EXIT.
      *
       1490-REJECT-CRITERION.
           ADD 1 TO SEL-CRI-ERR-CNT
           DISPLAY "LRSELECT - SELCRIT LINE " SEL-CRI-LINE-NO
               " REJECTED - " SEL-CRI-ERR-TEXT
           MOVE SPACES TO SEL-OUT-LINE
           STRING "  ** " SEL-CRI-WORK(1:60) DELIMITED BY SIZE
               INTO SEL-OUT-LINE
           END-STRING
           WRITE SELRPT-RECORD FROM SEL-OUT-LINE
           MOVE SPACES TO SEL-OUT-LINE
           STRING "  ** REJECTED - " SEL-CRI-ERR-TEXT
               DELIMITED BY SIZE
               INTO SEL-OUT-LINE
           END-STRING
           WRITE SELRPT-RECORD FROM SEL-OUT-LINE
           MOVE SPACES TO SEL-CRI-ERR-TEXT.
       1490-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1500-NEXT-WORD - THE NEXT BLANK-DELIMITED WORD OF THE         *
      *  CRITERIA LINE FROM SEL-SCAN-POS INTO SEL-WORD, OR SPACES AT   *
      *  END OF LINE.  A WORD OPENING WITH A QUOTE (" OR ') RUNS TO    *
      *  THE MATCHING QUOTE, BLANKS AND ALL, AND COMES BACK WITHOUT    *
      *  ITS QUOTES.                                                   *
      ******************************************************************
       1500-NEXT-WORD.
           MOVE SPACES TO SEL-WORD
           MOVE 0 TO SEL-WORD-LEN
           MOVE "N" TO SEL-WORD-QUOTED-SW
           PERFORM 1510-SKIP-ONE-BLANK THRU 1510-EXIT
               UNTIL SEL-SCAN-POS > 80
               OR SEL-CRI-WORK(SEL-SCAN-POS:1) NOT = SPACE
           IF SEL-SCAN-POS > 80
               GO TO 1500-EXIT
           END-IF
           IF SEL-CRI-WORK(SEL-SCAN-POS:1) = QUOTE
               OR SEL-CRI-WORK(SEL-SCAN-POS:1) = "'"
               MOVE "Y" TO SEL-WORD-QUOTED-SW
               MOVE SEL-CRI-WORK(SEL-SCAN-POS:1) TO SEL-QUOTE-CHAR
               ADD 1 TO SEL-SCAN-POS
               PERFORM 1520-TAKE-ONE-CHAR THRU 1520-EXIT
                   UNTIL SEL-SCAN-POS > 80
                   OR SEL-CRI-WORK(SEL-SCAN-POS:1) = SEL-QUOTE-CHAR
               ADD 1 TO SEL-SCAN-POS
           ELSE
               PERFORM 1520-TAKE-ONE-CHAR THRU 1520-EXIT
                   UNTIL SEL-SCAN-POS > 80
                   OR SEL-CRI-WORK(SEL-SCAN-POS:1) = SPACE
           END-IF.
       1500-EXIT.
           EXIT.
      *
       1510-SKIP-ONE-BLANK.
           ADD 1 TO SEL-SCAN-POS.
       1510-EXIT.
           EXIT.
      *
       1520-TAKE-ONE-CHAR.
           IF SEL-WORD-LEN < 40
               ADD 1 TO SEL-WORD-LEN
               MOVE SEL-CRI-WORK(SEL-SCAN-POS:1)
                   TO SEL-WORD(SEL-WORD-LEN:1)
           END-IF
           ADD 1 TO SEL-SCAN-POS.
       1520-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1600-PARSE-NUMBER - SEL-WORD AS A SIGNED DECIMAL NUMBER IN    *
      *  SEL-NUM-VAL: AN OPTIONAL LEADING + OR -, UP TO 18 INTEGER     *
      *  DIGITS, AN OPTIONAL POINT AND UP TO 9 DECIMALS.  ANYTHING     *
      *  ELSE LEAVES SEL-NUM-OK-SW "N".                                *
      ******************************************************************
       1600-PARSE-NUMBER.
           MOVE "Y" TO SEL-NUM-OK-SW
           MOVE "N" TO SEL-NUM-NEG-SW SEL-NUM-POINT-SW
           MOVE 0 TO SEL-NUM-INT SEL-NUM-FRAC SEL-NUM-FRAC-DIGITS
                     SEL-NUM-DIGITS
           MOVE 1 TO SEL-NUM-IDX
           IF SEL-WORD(1:1) = "-" OR SEL-WORD(1:1) = "+"
               IF SEL-WORD(1:1) = "-"
                   MOVE "Y" TO SEL-NUM-NEG-SW
               END-IF
               MOVE 2 TO SEL-NUM-IDX
           END-IF
           PERFORM 1610-PARSE-NUMBER-CHAR THRU 1610-EXIT
               UNTIL SEL-NUM-IDX > 40
               OR SEL-WORD(SEL-NUM-IDX:1) = SPACE
               OR NOT SEL-NUM-OK
           IF SEL-NUM-DIGITS = 0
               MOVE "N" TO SEL-NUM-OK-SW
           END-IF
           IF NOT SEL-NUM-OK
               GO TO 1600-EXIT
           END-IF
           MOVE 1 TO SEL-SCALE-DIV
           PERFORM 3910-RAISE-SCALE THRU 3910-EXIT
               VARYING SEL-SCALE-IDX FROM 1 BY 1
               UNTIL SEL-SCALE-IDX > SEL-NUM-FRAC-DIGITS
           COMPUTE SEL-NUM-VAL =
               SEL-NUM-INT + SEL-NUM-FRAC / SEL-SCALE-DIV
           IF SEL-NUM-NEG
               COMPUTE SEL-NUM-VAL = 0 - SEL-NUM-VAL
           END-IF.
       1600-EXIT.
           EXIT.
      *
       1610-PARSE-NUMBER-CHAR.
           MOVE SEL-WORD(SEL-NUM-IDX:1) TO SEL-DIGIT-CHAR
           ADD 1 TO SEL-NUM-IDX
           IF SEL-DIGIT-CHAR = "."
               IF SEL-NUM-POINT-SEEN
                   MOVE "N" TO SEL-NUM-OK-SW
               END-IF
               MOVE "Y" TO SEL-NUM-POINT-SW
               GO TO 1610-EXIT
           END-IF
           IF SEL-DIGIT-CHAR < "0" OR SEL-DIGIT-CHAR > "9"
               MOVE "N" TO SEL-NUM-OK-SW
               GO TO 1610-EXIT
           END-IF
           ADD 1 TO SEL-NUM-DIGITS
           IF SEL-NUM-POINT-SEEN
               IF SEL-NUM-FRAC-DIGITS >= 9
                   MOVE "N" TO SEL-NUM-OK-SW
                   GO TO 1610-EXIT
               END-IF
               ADD 1 TO SEL-NUM-FRAC-DIGITS
               COMPUTE SEL-NUM-FRAC = SEL-NUM-FRAC * 10 + SEL-DIGIT-NUM
           ELSE
               IF SEL-NUM-DIGITS > 18
                   MOVE "N" TO SEL-NUM-OK-SW
                   GO TO 1610-EXIT
               END-IF
               COMPUTE SEL-NUM-INT = SEL-NUM-INT * 10 + SEL-DIGIT-NUM
           END-IF.
       1610-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-MEASURE-SELECTION - FIRST PASS, RLHL EXTRACTS ONLY.  THE *
      *  OUTPUT HEADER MUST CARRY THE KEPT COUNT BEFORE THE FIRST KEPT *
      *  DETAIL IS WRITTEN, AND A SEQUENTIAL OUTPUT CANNOT GO BACK AND *
      *  FIX IT, SO EVERY DETAIL IS TESTED ONCE HERE TO COUNT THE      *
      *  KEEPERS AND FIND WHERE THE KEY RECORD (RECORDS-ABOVE DEEP)    *
      *  LANDS, THEN THE EXTRACT IS REOPENED FOR THE REAL PASS.        *
      ******************************************************************
       2000-MEASURE-SELECTION.
           IF SEL-EOF OR NOT SEL-PARM-HAS-HEADER
               GO TO 2000-EXIT
           END-IF
           READ EXTRACT-FILE INTO SEL-REC-BUF
               AT END
                   DISPLAY "LRSELECT - EXTRACT IS EMPTY - NO RLHL "
                       "HEADER TO REBUILD"
                   MOVE "Y" TO SEL-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-READ
           MOVE SEL-REC-BUF(1:100) TO RLHL-HEADER-RECORD
           MOVE RLHL-RECORD-COUNT  TO SEL-CLAIMED-CNT
           MOVE RLHL-RECORDS-ABOVE TO SEL-CLAIMED-ABOVE
           MOVE 0 TO SEL-KEPT-CNT SEL-KEY-NEW-POS SEL-DETAIL-SEQ
           PERFORM 2100-MEASURE-ONE-DETAIL THRU 2100-EXIT
               UNTIL SEL-EOF
           CLOSE EXTRACT-FILE
           OPEN INPUT EXTRACT-FILE
           IF NOT SEL-EXTRACT-OK
               DISPLAY "LRSELECT - UNABLE TO REOPEN EXTRACT, STATUS="
                   SEL-EXTRACT-STATUS
               MOVE "N" TO SEL-EXTRACT-OPENED-SW
               MOVE "Y" TO SEL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO SEL-EOF-SW
           MOVE "S" TO SEL-PASS-SW
           MOVE 0 TO SEL-DETAIL-SEQ.
       2000-EXIT.
           EXIT.
      *
       2100-MEASURE-ONE-DETAIL.
           READ EXTRACT-FILE INTO SEL-REC-BUF
               AT END
                   MOVE "Y" TO SEL-EOF-SW
                   GO TO 2100-EXIT
           END-READ
      *> A HASH-TOTAL TRAILER (SEE RLHLTRL.cpy) IS NOT A DETAIL.
           IF SEL-REC-BUF(1:8) = "RLHLTRLR"
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO SEL-DETAIL-SEQ
           PERFORM 5000-TEST-RECORD THRU 5000-EXIT
           IF SEL-RECORD-SELECTED
               ADD 1 TO SEL-KEPT-CNT
               IF SEL-DETAIL-SEQ = SEL-CLAIMED-ABOVE + 1
                   MOVE SEL-KEPT-CNT TO SEL-KEY-NEW-POS
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-SELECT-RECORDS - THE REAL PASS.  ON AN RLHL EXTRACT THE  *
      *  FIRST RECORD IS THE HEADER, WRITTEN REBUILT FROM THE FIRST    *
      *  PASS: THE KEPT COUNT, AND ABOVE/BELOW BALANCED AROUND THE     *
      *  KEY RECORD'S NEW POSITION - OR AROUND THE FIRST KEPT RECORD   *
      *  WHEN THE KEY RECORD WAS NOT KEPT, AS RLHLSPLT DOES.           *
      ******************************************************************
       3000-SELECT-RECORDS.
           READ EXTRACT-FILE INTO SEL-REC-BUF
               AT END
                   MOVE "Y" TO SEL-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           IF SEL-PARM-HAS-HEADER AND NOT SEL-HEADER-READ
               MOVE "Y" TO SEL-HEADER-READ-SW
               PERFORM 3100-WRITE-HEADER THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF SEL-PARM-HAS-HEADER
               AND SEL-REC-BUF(1:8) = "RLHLTRLR"
               MOVE "Y" TO SEL-TRAILER-SW
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO SEL-READ-CNT
           PERFORM 5000-TEST-RECORD THRU 5000-EXIT
           IF SEL-RECORD-SELECTED
               ADD 1 TO SEL-SELECTED-CNT
               MOVE SEL-REC-LEN TO SEL-OUT-LEN
               WRITE SELOUT-RECORD FROM SEL-REC-BUF(1:SEL-OUT-LEN)
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-WRITE-HEADER.
           MOVE SEL-REC-BUF(1:100) TO RLHL-HEADER-RECORD
           MOVE SEL-KEPT-CNT TO RLHL-RECORD-COUNT
           IF SEL-KEPT-CNT = 0
               MOVE 0 TO SEL-NEW-ABOVE SEL-NEW-BELOW
           ELSE
               IF SEL-KEY-NEW-POS > 0
                   COMPUTE SEL-NEW-ABOVE = SEL-KEY-NEW-POS - 1
               ELSE
                   MOVE 0 TO SEL-NEW-ABOVE
               END-IF
               COMPUTE SEL-NEW-BELOW =
                   SEL-KEPT-CNT - SEL-NEW-ABOVE - 1
           END-IF
           MOVE SEL-NEW-ABOVE TO RLHL-RECORDS-ABOVE
           MOVE SEL-NEW-BELOW TO RLHL-RECORDS-BELOW
           MOVE RLHL-HEADER-RECORD TO SEL-REC-BUF(1:100)
           MOVE SEL-REC-LEN TO SEL-OUT-LEN
           WRITE SELOUT-RECORD FROM SEL-REC-BUF(1:SEL-OUT-LEN).
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-TEST-RECORD - RUNS EVERY CRITERION AGAINST SEL-REC-BUF   *
      *  AND SETS SEL-RESULT-SW.  AN AND FOLDS INTO THE CURRENT        *
      *  GROUP; AN OR CLOSES THE GROUP INTO THE RESULT AND OPENS A     *
      *  NEW ONE.  A RECORD TOO SHORT FOR THE CRITERIA, OR A FIELD     *
      *  WHOSE BYTES DO NOT DECODE, IS NOT SELECTED AND IS COUNTED     *
      *  (ON THE REAL PASS ONLY, SO NOTHING IS COUNTED TWICE).         *
      ******************************************************************
       5000-TEST-RECORD.
           MOVE "N" TO SEL-RESULT-SW SEL-REC-ERR-SW
           IF SEL-REC-LEN < SEL-NEED-LEN
               IF SEL-SELECTING
                   ADD 1 TO SEL-SHORT-CNT
               END-IF
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO SEL-TERM-SW
           PERFORM 5100-TEST-ONE-CRITERION THRU 5100-EXIT
               VARYING SEL-CRI-IDX FROM 1 BY 1
               UNTIL SEL-CRI-IDX > SEL-CRI-TOP
           IF SEL-TERM-TRUE
               MOVE "Y" TO SEL-RESULT-SW
           END-IF
           IF SEL-REC-HAS-ERR
               MOVE "N" TO SEL-RESULT-SW
               IF SEL-SELECTING
                   ADD 1 TO SEL-ERR-CNT
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-TEST-ONE-CRITERION.
           PERFORM 5200-EVALUATE-TEST THRU 5200-EXIT
           EVALUATE SEL-CRI-CONNECT(SEL-CRI-IDX)
               WHEN "OR"
                   IF SEL-TERM-TRUE
                       MOVE "Y" TO SEL-RESULT-SW
                   END-IF
                   MOVE SEL-TEST-SW TO SEL-TERM-SW
               WHEN "AND"
                   IF NOT SEL-TEST-TRUE
                       MOVE "N" TO SEL-TERM-SW
                   END-IF
               WHEN OTHER
                   MOVE SEL-TEST-SW TO SEL-TERM-SW
           END-EVALUATE.
       5100-EXIT.
           EXIT.
      *
       5200-EVALUATE-TEST.
           MOVE "N" TO SEL-TEST-SW
           MOVE SEL-CRI-FLD(SEL-CRI-IDX) TO SEL-FLD-IDX
           COMPUTE SEL-POS = SEL-FLD-OFFSET(SEL-FLD-IDX)
               + (SEL-CRI-COPY(SEL-CRI-IDX) - 1)
                   * SEL-FLD-BYTE-LEN(SEL-FLD-IDX)
               + 1
           MOVE SEL-FLD-BYTE-LEN(SEL-FLD-IDX) TO SEL-SPAN
           IF NOT SEL-FLD-IS-NUM(SEL-FLD-IDX)
               PERFORM 5400-TEST-TEXT THRU 5400-EXIT
               GO TO 5200-EXIT
           END-IF
           MOVE "Y" TO SEL-DECODE-OK-SW
           EVALUATE SEL-FLD-USAGE(SEL-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
                   PERFORM 6200-DECODE-BINARY THRU 6200-EXIT
               WHEN "COMP-3"
                   PERFORM 6300-DECODE-PACKED THRU 6300-EXIT
               WHEN OTHER
                   PERFORM 6400-DECODE-ZONED THRU 6400-EXIT
           END-EVALUATE
           IF NOT SEL-DECODE-OK
               MOVE "Y" TO SEL-REC-ERR-SW
               GO TO 5200-EXIT
           END-IF
           PERFORM 6900-SCALE-NUMBER THRU 6900-EXIT
           EVALUATE SEL-CRI-OP(SEL-CRI-IDX)
               WHEN "EQ"
                   IF SEL-FLD-NUM = SEL-CRI-NUM-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "NE"
                   IF SEL-FLD-NUM NOT = SEL-CRI-NUM-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "GT"
                   IF SEL-FLD-NUM > SEL-CRI-NUM-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "GE"
                   IF SEL-FLD-NUM >= SEL-CRI-NUM-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "LT"
                   IF SEL-FLD-NUM < SEL-CRI-NUM-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "LE"
                   IF SEL-FLD-NUM <= SEL-CRI-NUM-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "BT"
                   IF SEL-FLD-NUM >= SEL-CRI-NUM-1(SEL-CRI-IDX)
                       AND SEL-FLD-NUM <= SEL-CRI-NUM-2(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
           END-EVALUATE.
       5200-EXIT.
           EXIT.
      *
      *> TEXT FIELDS (AND EDITED ONES, ALREADY PRINTED TEXT) COMPARE
      *> THEIR FIRST 40 BYTES AGAINST THE VALUE, BLANK-PADDED THE
      *> WAY A COBOL ALPHANUMERIC COMPARE PADS.
       5400-TEST-TEXT.
           MOVE SPACES TO SEL-FLD-TEXT
           IF SEL-SPAN > 40
               MOVE 40 TO SEL-SPAN
           END-IF
           MOVE SEL-REC-BUF(SEL-POS:SEL-SPAN)
               TO SEL-FLD-TEXT(1:SEL-SPAN)
           EVALUATE SEL-CRI-OP(SEL-CRI-IDX)
               WHEN "EQ"
                   IF SEL-FLD-TEXT = SEL-CRI-TEXT-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "NE"
                   IF SEL-FLD-TEXT NOT = SEL-CRI-TEXT-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "GT"
                   IF SEL-FLD-TEXT > SEL-CRI-TEXT-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "GE"
                   IF SEL-FLD-TEXT >= SEL-CRI-TEXT-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "LT"
                   IF SEL-FLD-TEXT < SEL-CRI-TEXT-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "LE"
                   IF SEL-FLD-TEXT <= SEL-CRI-TEXT-1(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
               WHEN "BT"
                   IF SEL-FLD-TEXT >= SEL-CRI-TEXT-1(SEL-CRI-IDX)
                       AND SEL-FLD-TEXT <= SEL-CRI-TEXT-2(SEL-CRI-IDX)
                       MOVE "Y" TO SEL-TEST-SW
                   END-IF
           END-EVALUATE.
       5400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6200-DECODE-BINARY - RIGHT-ALIGNS THE FIELD IN AN 8-BYTE     *
      *  FRAME PRESET FROM ITS TOP BIT, THEN READS THE FRAME AS A     *
      *  SIGNED BIG-ENDIAN COMP NUMBER.                               *
      ******************************************************************
       6200-DECODE-BINARY.
           IF SEL-SPAN > 8
               MOVE "N" TO SEL-DECODE-OK-SW
               GO TO 6200-EXIT
           END-IF
           IF SEL-REC-BUF(SEL-POS:1) >= X"80"
               MOVE HIGH-VALUES TO SEL-BIN-FRAME
           ELSE
               MOVE LOW-VALUES TO SEL-BIN-FRAME
           END-IF
           MOVE SEL-REC-BUF(SEL-POS:SEL-SPAN)
               TO SEL-BIN-FRAME(9 - SEL-SPAN:SEL-SPAN)
           MOVE SEL-BIN-NUM TO SEL-WORK-NUM.
       6200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6300-DECODE-PACKED - WALKS THE NIBBLES, ACCUMULATING DIGITS  *
      *  AND TAKING THE SIGN FROM THE FINAL LOW NIBBLE (B OR D IS     *
      *  NEGATIVE).  ANY DIGIT NIBBLE OVER 9 FAILS THE DECODE.        *
      ******************************************************************
       6300-DECODE-PACKED.
           IF SEL-SPAN > 10
               MOVE "N" TO SEL-DECODE-OK-SW
               GO TO 6300-EXIT
           END-IF
           MOVE 0 TO SEL-WORK-NUM
           MOVE "N" TO SEL-NEG-SW
           PERFORM 6310-DECODE-PACKED-BYTE THRU 6310-EXIT
               VARYING SEL-BYTE-IDX FROM 1 BY 1
               UNTIL SEL-BYTE-IDX > SEL-SPAN
               OR NOT SEL-DECODE-OK
           IF SEL-DECODE-OK AND SEL-IS-NEG
               COMPUTE SEL-WORK-NUM = 0 - SEL-WORK-NUM
           END-IF.
       6300-EXIT.
           EXIT.
      *
       6310-DECODE-PACKED-BYTE.
           MOVE SEL-REC-BUF(SEL-POS + SEL-BYTE-IDX - 1:1)
               TO SEL-BYTE-LO
           DIVIDE SEL-BYTE-NUM BY 16 GIVING SEL-NIB-HI
               REMAINDER SEL-NIB-LO
           IF SEL-NIB-HI > 9
               MOVE "N" TO SEL-DECODE-OK-SW
               GO TO 6310-EXIT
           END-IF
           COMPUTE SEL-WORK-NUM = SEL-WORK-NUM * 10 + SEL-NIB-HI
           IF SEL-BYTE-IDX < SEL-SPAN
               IF SEL-NIB-LO > 9
                   MOVE "N" TO SEL-DECODE-OK-SW
               ELSE
                   COMPUTE SEL-WORK-NUM =
                       SEL-WORK-NUM * 10 + SEL-NIB-LO
               END-IF
           ELSE
               IF SEL-NIB-LO < 10
                   MOVE "N" TO SEL-DECODE-OK-SW
               END-IF
               IF SEL-NIB-LO = 11 OR SEL-NIB-LO = 13
                   MOVE "Y" TO SEL-NEG-SW
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
           IF SEL-SPAN > 20
               MOVE "N" TO SEL-DECODE-OK-SW
               GO TO 6400-EXIT
           END-IF
           MOVE 0 TO SEL-WORK-NUM
           MOVE "N" TO SEL-NEG-SW
           PERFORM 6410-DECODE-ZONED-BYTE THRU 6410-EXIT
               VARYING SEL-BYTE-IDX FROM 1 BY 1
               UNTIL SEL-BYTE-IDX > SEL-SPAN
               OR NOT SEL-DECODE-OK
           IF SEL-DECODE-OK AND SEL-IS-NEG
               COMPUTE SEL-WORK-NUM = 0 - SEL-WORK-NUM
           END-IF.
       6400-EXIT.
           EXIT.
      *
       6410-DECODE-ZONED-BYTE.
           MOVE SEL-REC-BUF(SEL-POS + SEL-BYTE-IDX - 1:1)
               TO SEL-CUR-BYTE
           IF SEL-FLD-SIGN(SEL-FLD-IDX) = "L" AND SEL-BYTE-IDX = 1
               IF SEL-CUR-BYTE = "-"
                   MOVE "Y" TO SEL-NEG-SW
               ELSE
                   IF SEL-CUR-BYTE NOT = "+"
                       MOVE "N" TO SEL-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 6410-EXIT
           END-IF
           IF SEL-FLD-SIGN(SEL-FLD-IDX) = "T"
               AND SEL-BYTE-IDX = SEL-SPAN
               IF SEL-CUR-BYTE = "-"
                   MOVE "Y" TO SEL-NEG-SW
               ELSE
                   IF SEL-CUR-BYTE NOT = "+"
                       MOVE "N" TO SEL-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 6410-EXIT
           END-IF
           IF SEL-FLD-SIGN(SEL-FLD-IDX) = "S"
               AND SEL-BYTE-IDX = SEL-SPAN
               PERFORM 6420-DECODE-OVERPUNCH THRU 6420-EXIT
               GO TO 6410-EXIT
           END-IF
           IF SEL-CUR-BYTE < "0" OR SEL-CUR-BYTE > "9"
               MOVE "N" TO SEL-DECODE-OK-SW
               GO TO 6410-EXIT
           END-IF
           MOVE SEL-CUR-BYTE TO SEL-DIGIT-CHAR
           COMPUTE SEL-WORK-NUM = SEL-WORK-NUM * 10 + SEL-DIGIT-NUM.
       6410-EXIT.
           EXIT.
      *
       6420-DECODE-OVERPUNCH.
           MOVE "N" TO SEL-OVP-FOUND-SW
           PERFORM 6430-MATCH-ONE-OVERPUNCH THRU 6430-EXIT
               VARYING SEL-OVP-IDX FROM 1 BY 1
               UNTIL SEL-OVP-IDX > 20
               OR SEL-OVP-FOUND
           IF NOT SEL-OVP-FOUND
               MOVE "N" TO SEL-DECODE-OK-SW
           END-IF.
       6420-EXIT.
           EXIT.
      *
      *> THE RING HOLDS DIGITS 0-9 TWICE IN EACH STRING - POSITION
      *> MODULO 10 IS THE DIGIT VALUE.
       6430-MATCH-ONE-OVERPUNCH.
           IF SEL-OVP-POS(SEL-OVP-IDX:1) = SEL-CUR-BYTE
               MOVE "Y" TO SEL-OVP-FOUND-SW
               DIVIDE SEL-OVP-IDX BY 10 GIVING SEL-NIB-HI
                   REMAINDER SEL-NIB-LO
               IF SEL-NIB-LO = 0
                   MOVE 10 TO SEL-NIB-LO
               END-IF
               COMPUTE SEL-WORK-NUM =
                   SEL-WORK-NUM * 10 + SEL-NIB-LO - 1
           END-IF
           IF SEL-OVP-NEG(SEL-OVP-IDX:1) = SEL-CUR-BYTE
               AND NOT SEL-OVP-FOUND
               MOVE "Y" TO SEL-OVP-FOUND-SW
               MOVE "Y" TO SEL-NEG-SW
               DIVIDE SEL-OVP-IDX BY 10 GIVING SEL-NIB-HI
                   REMAINDER SEL-NIB-LO
               IF SEL-NIB-LO = 0
                   MOVE 10 TO SEL-NIB-LO
               END-IF
               COMPUTE SEL-WORK-NUM =
                   SEL-WORK-NUM * 10 + SEL-NIB-LO - 1
           END-IF.
       6430-EXIT.
           EXIT.
      *
      *> THE DECODED DIGITS AS A REAL VALUE - P POSITIONS AFTER THE
      *> LAST 9 SCALE IT UP, THE PICTURE'S DECIMAL PLACES SCALE IT
      *> DOWN - SO 12.50 IN A 9(3)V99 FIELD COMPARES EQUAL TO 12.5.
       6900-SCALE-NUMBER.
           IF SEL-FLD-PTRAIL(SEL-FLD-IDX) > 0
               PERFORM 6905-APPLY-P-SCALING THRU 6905-EXIT
                   VARYING SEL-SCALE-IDX FROM 1 BY 1
                   UNTIL SEL-SCALE-IDX > SEL-FLD-PTRAIL(SEL-FLD-IDX)
           END-IF
           MOVE 1 TO SEL-SCALE-DIV
           PERFORM 3910-RAISE-SCALE THRU 3910-EXIT
               VARYING SEL-SCALE-IDX FROM 1 BY 1
               UNTIL SEL-SCALE-IDX > SEL-FLD-SCALE(SEL-FLD-IDX)
           COMPUTE SEL-FLD-NUM = SEL-WORK-NUM / SEL-SCALE-DIV.
       6900-EXIT.
           EXIT.
      *
       6905-APPLY-P-SCALING.
           COMPUTE SEL-WORK-NUM = SEL-WORK-NUM * 10.
       6905-EXIT.
           EXIT.
      *
       3910-RAISE-SCALE.
           COMPUTE SEL-SCALE-DIV = SEL-SCALE-DIV * 10.
       3910-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF SEL-CRI-TOP = 0 OR SEL-CRI-ERR-CNT > 0
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO SEL-OUT-LINE
           WRITE SELRPT-RECORD FROM SEL-OUT-LINE
           MOVE SEL-READ-CNT TO SEL-CNT-TXT
           MOVE SPACES TO SEL-OUT-LINE
           STRING "RECORDS READ       " SEL-CNT-TXT DELIMITED BY SIZE
               INTO SEL-OUT-LINE
           END-STRING
           WRITE SELRPT-RECORD FROM SEL-OUT-LINE
           MOVE SEL-SELECTED-CNT TO SEL-CNT-TXT
           MOVE SPACES TO SEL-OUT-LINE
           STRING "RECORDS SELECTED   " SEL-CNT-TXT DELIMITED BY SIZE
               INTO SEL-OUT-LINE
           END-STRING
           WRITE SELRPT-RECORD FROM SEL-OUT-LINE
           DISPLAY "LRSELECT - " SEL-SELECTED-CNT " OF " SEL-READ-CNT
               " RECORDS SELECTED FOR " SEL-PARM-LR-NAME
           IF SEL-PARM-HAS-HEADER AND SEL-HEADER-READ
               MOVE SEL-CLAIMED-CNT TO SEL-CNT-TXT
               MOVE SEL-KEPT-CNT    TO SEL-CNT2-TXT
               MOVE SPACES TO SEL-OUT-LINE
               STRING "RLHL HEADER COUNT  " SEL-CNT-TXT
                   " ON INPUT, REBUILT AS" SEL-CNT2-TXT
                   DELIMITED BY SIZE
                   INTO SEL-OUT-LINE
               END-STRING
               WRITE SELRPT-RECORD FROM SEL-OUT-LINE
               MOVE SEL-NEW-ABOVE TO SEL-CNT-TXT
               MOVE SEL-NEW-BELOW TO SEL-CNT2-TXT
               MOVE SPACES TO SEL-OUT-LINE
               STRING "RECORDS ABOVE      " SEL-CNT-TXT
                   "   RECORDS BELOW" SEL-CNT2-TXT
                   DELIMITED BY SIZE
                   INTO SEL-OUT-LINE
               END-STRING
               WRITE SELRPT-RECORD FROM SEL-OUT-LINE
           END-IF
           IF SEL-TRAILER-DROPPED
               MOVE SPACES TO SEL-OUT-LINE
               STRING "HASH-TOTAL TRAILER NOT CARRIED TO SELOUT - "
                   "RERUN RLHLTRLW IF ONE IS NEEDED" DELIMITED BY SIZE
                   INTO SEL-OUT-LINE
               END-STRING
               WRITE SELRPT-RECORD FROM SEL-OUT-LINE
           END-IF
           IF SEL-SHORT-CNT > 0
               MOVE SEL-SHORT-CNT TO SEL-CNT-TXT
               MOVE SPACES TO SEL-OUT-LINE
               STRING "RECORDS TOO SHORT  " SEL-CNT-TXT
                   " - NOT TESTED, NOT SELECTED" DELIMITED BY SIZE
                   INTO SEL-OUT-LINE
               END-STRING
               WRITE SELRPT-RECORD FROM SEL-OUT-LINE
               DISPLAY "LRSELECT - " SEL-SHORT-CNT
                   " RECORDS SHORTER THAN THE CRITERIA NEED WERE "
                   "NOT TESTED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SEL-ERR-CNT > 0
               MOVE SEL-ERR-CNT TO SEL-CNT-TXT
               MOVE SPACES TO SEL-OUT-LINE
               STRING "RECORDS NOT DECODED" SEL-CNT-TXT
                   " - NOT SELECTED" DELIMITED BY SIZE
                   INTO SEL-OUT-LINE
               END-STRING
               WRITE SELRPT-RECORD FROM SEL-OUT-LINE
               DISPLAY "LRSELECT - " SEL-ERR-CNT
                   " RECORDS HELD A TESTED FIELD THAT DID NOT DECODE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SEL-FLD-OVERFLOW-CNT > 0
               DISPLAY "LRSELECT - CATALOG TABLE OVERFLOW - "
                   SEL-FLD-OVERFLOW-CNT " FIELDS NOT LOADED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT SEL-EXTRACT-READ
               GO TO 7850-EXIT
           END-IF
           MOVE "LRSELECT" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE SEL-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF SEL-LRCAT-OPENED
               CLOSE LRCAT-FILE
           END-IF
           IF SEL-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF
           IF SEL-OUTPUTS-OPENED
               CLOSE SELOUT-FILE
           END-IF
           CLOSE SELRPT-FILE.
