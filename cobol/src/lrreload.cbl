      ******************************************************************
      **                                                              *
      **  PROGRAM      LRRELOAD                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/14                                      *
      **                                                               *
      **  DESCRIPTION.  CATALOG-DRIVEN RELOAD OF A PIPE-DELIMITED     *
      **      FILE INTO A BINARY EXTRACT - THE INBOUND SIDE OF         *
      **      LRUNLOAD, FOR RECORDS CORRECTED IN A SPREADSHEET OR      *
      **      SENT IN BY A PARTNER AS DELIMITED TEXT.  DD RLDIN        *
      **      STARTS WITH A HEADER LINE OF FIELD NAMES (OCCURS COPIES  *
      **      NUMBERED NAME_001..., EXACTLY AS LRUNLOAD WRITES THEM)   *
      **      AND EVERY LINE AFTER IT IS ONE RECORD.  EACH COLUMN IS   *
      **      MAPPED TO ITS FIELD OF THE LOGICAL RECORD NAMED ON DD    *
      **      RLDPRM (LOADED FROM DD LRCAT), AND EACH VALUE IS PACKED  *
      **      BACK INTO ITS EXACT DISPLAY, COMP OR COMP-3 FORM - SIGN  *
      **      AND DECIMALS INCLUDED - AT THE FIELD'S OFFSET IN A       *
      **      RECORD OF THE CATALOG LENGTH WRITTEN TO DD RLDOUT.  A    *
      **      FIELD WITH NO COLUMN IS WRITTEN AS SPACES OR ZERO.  A    *
      **      VALUE THAT DOES NOT FIT ITS PICTURE (TOO MANY DIGITS OR  *
      **      DECIMALS, A SIGN ON AN UNSIGNED FIELD, TEXT TOO LONG)    *
      **      IS LISTED ON DD RLDEXC AND ITS RECORD IS LEFT OUT.       *
      **      WHEN RLDPRM ASKS FOR ONE, AN RLHL HEADER IS BUILT FROM   *
      **      THE LOGICAL RECORD'S ROW ON THE EXTRACT REGISTRY (DD     *
      **      EXTREG) AND THE COUNT OF RECORDS WRITTEN, SO THE OUTPUT  *
      **      CAN GO STRAIGHT THROUGH EXTGATE.                         *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/14 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRRELOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LRCAT-FILE    ASSIGN TO "LRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLD-LRCAT-STATUS.
           SELECT RLDPRM-FILE   ASSIGN TO "RLDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLD-RLDPRM-STATUS.
      *> OPTIONAL - ONLY READ WHEN RLDPRM ASKS FOR AN RLHL HEADER.
           SELECT OPTIONAL EXTREG-FILE ASSIGN TO "EXTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLD-EXTREG-STATUS.
           SELECT RLDIN-FILE    ASSIGN TO "RLDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLD-RLDIN-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE EXTRACT CARRIES COMP
      *> AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE WITH
      *> THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT RLDOUT-FILE   ASSIGN TO "RLDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RLD-RLDOUT-STATUS.
           SELECT RLDEXC-FILE   ASSIGN TO "RLDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLD-RLDEXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       COPY LRCATREC.
       FD  RLDPRM-FILE.
       01  RLDPRM-RECORD.
           05  RLD-PARM-LR-NAME            PIC X(30).
      *> "H" - LEAD THE OUTPUT WITH AN RLHL-HEADER-RECORD.
           05  RLD-PARM-HEADER-SW          PIC X(01).
               88  RLD-PARM-WANTS-HEADER   VALUE "H".
      *> THE REGISTRY ROW TO BUILD THE HEADER FROM, WHEN THE LOGICAL
      *> RECORD IS REGISTERED UNDER MORE THAN ONE DD - BLANK TAKES
      *> THE FIRST ROW FOR THE LOGICAL RECORD.
           05  RLD-PARM-EXTRACT-DD         PIC X(08).
      *> THE HEADER'S CYCLE NUMBER - BLANK IS CYCLE ZERO.
           05  RLD-PARM-CYCLE              PIC X(06).
           05  RLD-PARM-CYCLE-NUM REDEFINES RLD-PARM-CYCLE
                                           PIC 9(06).
      *> THE HEADER'S KEY FIELD - BLANK TAKES THE FIRST FIELD.
           05  RLD-PARM-KEY-FIELD          PIC X(30).
       FD  EXTREG-FILE.
       COPY EXTREGREC.
       FD  RLDIN-FILE.
       01  RLDIN-RECORD                    PIC X(2000).
       FD  RLDOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON RLD-OUT-LEN.
       01  RLDOUT-RECORD                   PIC X(1000).
       FD  RLDEXC-FILE.
       01  RLDEXC-RECORD                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  RLD-LRCAT-STATUS                PIC XX.
           88  RLD-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES RLD-LRCAT-STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  RLD-LRCAT-OPENED-SW             PIC X(01)       VALUE "N".
           88  RLD-LRCAT-OPENED            VALUE "Y".
       01  RLD-RLDPRM-STATUS               PIC XX.
           88  RLD-RLDPRM-OK               VALUE "00".
       01  RLD-EXTREG-STATUS               PIC XX.
           88  RLD-EXTREG-OK               VALUE "00" "05".
       01  RLD-RLDIN-STATUS                PIC XX.
           88  RLD-RLDIN-OK                VALUE "00".
      *> SAME REASONING AS RLD-LRCAT-OPENED-SW ABOVE.
       01  RLD-RLDIN-OPENED-SW             PIC X(01)       VALUE "N".
           88  RLD-RLDIN-OPENED            VALUE "Y".
       01  RLD-RLDOUT-STATUS               PIC XX.
       01  RLD-RLDEXC-STATUS               PIC XX.
      *> SAME REASONING AS RLD-LRCAT-OPENED-SW ABOVE.
       01  RLD-RLDOUT-OPENED-SW            PIC X(01)       VALUE "N".
           88  RLD-RLDOUT-OPENED           VALUE "Y".
       01  RLD-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  RLD-LRCAT-EOF               VALUE "Y".
       01  RLD-REG-EOF-SW                  PIC X(01)       VALUE "N".
           88  RLD-REG-EOF                 VALUE "Y".
       01  RLD-EOF-SW                      PIC X(01)       VALUE "N".
           88  RLD-EOF                     VALUE "Y".
       01  RLD-OUT-LEN                     PIC 9(05)       VALUE 0.
       01  RLD-CAT-LEN                     PIC 9(05)       VALUE 0.
       01  RLD-CAND-LEN                    PIC 9(05)       VALUE 0.
      *> ------------------- CATALOG FIELD TABLE -----------------------
       01  RLD-FLD-TAB.
           05  RLD-FLD-ENTRY               OCCURS 150 TIMES.
               10  RLD-FLD-NAME             PIC X(30).
               10  RLD-FLD-USAGE            PIC X(10).
               10  RLD-FLD-SIGN             PIC X(01).
               10  RLD-FLD-BYTE-LEN         PIC 9(05).
               10  RLD-FLD-COPIES           PIC 9(05).
               10  RLD-FLD-OFFSET           PIC 9(05).
               10  RLD-FLD-SCALE            PIC 9(01).
               10  RLD-FLD-PTRAIL           PIC 9(02).
      *> DIGIT POSITIONS THE PICTURE HOLDS - THE LIMIT A RELOADED
      *> VALUE IS CHECKED AGAINST.
               10  RLD-FLD-DIGITS           PIC 9(02).
               10  RLD-FLD-NUM-SW           PIC X(01).
                   88  RLD-FLD-IS-NUM       VALUE "Y".
       01  RLD-FLD-TOP                     PIC 9(03)       VALUE 0.
       01  RLD-FLD-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  RLD-FLD-IDX                     PIC 9(03).
       01  RLD-FLD-FOUND-IDX               PIC 9(03)       VALUE 0.
       01  RLD-COPY-IDX                    PIC 9(05).
      *> ----------------- PICTURE PARSE WORK AREA ---------------------
       01  RLD-PIC-WORK                    PIC X(30).
       01  RLD-PIC-IDX                     PIC 9(02).
       01  RLD-PIC-CHAR                    PIC X(01).
       01  RLD-SCALE-CNT                   PIC 9(03)       VALUE 0.
       01  RLD-AFTER-V-SW                  PIC X(01)       VALUE "N".
           88  RLD-AFTER-V                 VALUE "Y".
       01  RLD-REPEAT-NUM                  PIC 9(05)       VALUE 0.
       01  RLD-XA-CNT                      PIC 9(03)       VALUE 0.
       01  RLD-NINE-CNT                    PIC 9(03)       VALUE 0.
       01  RLD-DIGIT-TOTAL                 PIC 9(05)       VALUE 0.
      *> P POSITIONS AFTER THE LAST 9 SCALE THE VALUE UP BY A POWER
      *> OF TEN; P POSITIONS AHEAD OF THE 9S OR AFTER THE V ADD TO
      *> THE DECIMAL SCALE INSTEAD.
       01  RLD-PTRAIL-CNT                  PIC 9(02)       VALUE 0.
       01  RLD-DIGIT-CHAR                  PIC X(01).
       01  RLD-DIGIT-NUM REDEFINES RLD-DIGIT-CHAR
                                           PIC 9(01).
      *> ------------------- COLUMN MAP -------------------------------
      *> ONE ENTRY PER RLDIN COLUMN, IN HEADER-LINE ORDER - THE FIELD
      *> AND OCCURS COPY THE COLUMN'S VALUES RELOAD INTO.
       01  RLD-COL-TAB.
           05  RLD-COL-ENTRY               OCCURS 300 TIMES.
               10  RLD-COL-NAME             PIC X(40).
               10  RLD-COL-FLD              PIC 9(03).
               10  RLD-COL-COPY             PIC 9(05).
       01  RLD-COL-TOP                     PIC 9(03)       VALUE 0.
       01  RLD-COL-IDX                     PIC 9(03).
       01  RLD-COL-ERR-CNT                 PIC 9(04)       VALUE 0.
      *> --------------------- LINE SCAN AREA -------------------------
       01  RLD-LINE                        PIC X(2000).
       01  RLD-LINE-LEN                    PIC 9(04)       VALUE 0.
       01  RLD-LINE-POS                    PIC 9(04)       VALUE 1.
       01  RLD-LINE-NO                     PIC 9(07)       VALUE 0.
       01  RLD-TOKEN                       PIC X(100).
       01  RLD-TOKEN-LEN                   PIC 9(03)       VALUE 0.
       01  RLD-TOKEN-CUT-SW                PIC X(01)       VALUE "N".
           88  RLD-TOKEN-CUT               VALUE "Y".
       01  RLD-NAME-WORK                   PIC X(100).
       01  RLD-SFX-POS                     PIC 9(03).
       01  RLD-SFX-NUM                     PIC 9(03).
      *> ------------------- RECORD BUILD AREA -------------------------
      *> EVERY RECORD STARTS AS A COPY OF THE TEMPLATE - EACH FIELD
      *> AS SPACES OR AS ZERO IN ITS OWN FORM - SO A FIELD WITH NO
      *> COLUMN IN RLDIN STILL WRITES VALID BYTES.
       01  RLD-TEMPLATE                    PIC X(1000)     VALUE SPACES.
       01  RLD-REC-BUF                     PIC X(1000)     VALUE SPACES.
       01  RLD-POS                         PIC 9(05).
       01  RLD-SPAN                        PIC 9(05).
       01  RLD-BYTE-IDX                    PIC 9(05).
       01  RLD-REC-BAD-SW                  PIC X(01)       VALUE "N".
           88  RLD-REC-BAD                 VALUE "Y".
       01  RLD-VALUE-OK-SW                 PIC X(01)       VALUE "Y".
           88  RLD-VALUE-OK                VALUE "Y".
       01  RLD-REJECT-TEXT                 PIC X(40)       VALUE SPACES.
      *> ------------------ NUMBER ENCODE AREA -------------------------
       01  RLD-NUM-INT                     PIC 9(18)       VALUE 0.
       01  RLD-NUM-FRAC                    PIC 9(09)       VALUE 0.
       01  RLD-NUM-FRAC-DIGITS             PIC 9(02)       VALUE 0.
       01  RLD-NUM-DIGITS                  PIC 9(02)       VALUE 0.
       01  RLD-NUM-IDX                     PIC 9(03).
       01  RLD-NUM-NEG-SW                  PIC X(01)       VALUE "N".
           88  RLD-NUM-NEG                 VALUE "Y".
       01  RLD-NUM-POINT-SW                PIC X(01)       VALUE "N".
           88  RLD-NUM-POINT-SEEN          VALUE "Y".
       01  RLD-NUM-QUOT                    PIC 9(09).
       01  RLD-NUM-REM                     PIC 9(01).
      *> THE VALUE AS THE UNSCALED DIGITS THE FIELD STORES - 12.5 IN
      *> A 9(3)V99 FIELD IS 1250.
       01  RLD-UNSCALED                    PIC 9(27)       VALUE 0.
       01  RLD-UNS-QUOT                    PIC 9(27)       VALUE 0.
       01  RLD-UNS-REM                     PIC 9(19)       VALUE 0.
       01  RLD-POWER                       PIC 9(19)       VALUE 1.
       01  RLD-POW-IDX                     PIC 9(02).
       01  RLD-POW-CNT                     PIC 9(02).
       01  RLD-DIGIT-STR                   PIC 9(19).
       01  RLD-DIGIT-STR-X REDEFINES RLD-DIGIT-STR
                                           PIC X(19).
       01  RLD-DIG-POS                     PIC 9(02).
      *> ONE BYTE BUILT FROM ITS NUMERIC VALUE THROUGH A TWO-BYTE
      *> BIG-ENDIAN BINARY OVERLAY - THE HIGH BYTE STAYS LOW-VALUE.
       01  RLD-BYTE-PAIR.
           05  RLD-BYTE-HI                 PIC X(01).
           05  RLD-BYTE-LO                 PIC X(01).
       01  RLD-BYTE-NUM REDEFINES RLD-BYTE-PAIR
                                           PIC 9(04) COMP.
       01  RLD-NIB-HI                      PIC 9(02).
       01  RLD-NIB-LO                      PIC 9(02).
      *> AN EIGHT-BYTE BIG-ENDIAN FRAME A SHORTER COMP FIELD TAKES
      *> ITS RIGHTMOST BYTES FROM.
       01  RLD-BIN-FRAME                   PIC X(08).
       01  RLD-BIN-NUM REDEFINES RLD-BIN-FRAME
                                           PIC S9(18) COMP.
       01  RLD-ZONE-DIGITS                 PIC 9(02).
      *> THE LOCAL NEGATIVE OVERPUNCH FOR DIGITS 0-9 - THE SAME
      *> CONVENTION LRREFMT REBUILDS ZONED SIGNS INTO.
       01  RLD-OVP-NEG                     PIC X(10)       VALUE
           "pqrstuvwxy".
       01  RLD-NATL-CHARS                  PIC 9(05).
      *> ------------------- RLHL HEADER STATE -------------------------
       COPY RLHL.
       01  RLD-REG-FOUND-SW                PIC X(01)       VALUE "N".
           88  RLD-REG-FOUND               VALUE "Y".
       01  RLD-REG-DD                      PIC X(08)       VALUE SPACES.
       01  RLD-REG-LR-SEQ                  PIC 9(04)       VALUE 0.
       01  RLD-KEY-FLD                     PIC 9(03)       VALUE 0.
       01  RLD-PASS-SW                     PIC X(01)       VALUE "L".
           88  RLD-MEASURING               VALUE "M".
           88  RLD-LOADING                 VALUE "L".
       01  RLD-GOOD-CNT                    PIC 9(09)       VALUE 0.
      *> -------------------- COUNTS AND LISTING ----------------------
       01  RLD-READ-CNT                    PIC 9(09)       VALUE 0.
       01  RLD-WRITE-CNT                   PIC 9(09)       VALUE 0.
       01  RLD-REJECT-CNT                  PIC 9(09)       VALUE 0.
       01  RLD-VALUE-ERR-CNT               PIC 9(09)       VALUE 0.
       01  RLD-CNT-TXT                     PIC ZZZ,ZZZ,ZZ9.
       01  RLD-LINE-TXT                    PIC Z(06)9.
       01  RLD-OUT-LINE                    PIC X(132)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL RLD-LRCAT-EOF
           PERFORM 1400-PREPARE-RELOAD THRU 1400-EXIT
           PERFORM 2000-MEASURE-RELOAD THRU 2000-EXIT
           PERFORM 3000-RELOAD-RECORDS THRU 3000-EXIT
               UNTIL RLD-EOF
           PERFORM 8000-SUMMARIZE THRU 8000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT RLDEXC-FILE
           OPEN INPUT RLDPRM-FILE
           IF NOT RLD-RLDPRM-OK
               DISPLAY "LRRELOAD - UNABLE TO OPEN RLDPRM, STATUS="
                   RLD-RLDPRM-STATUS
               MOVE "Y" TO RLD-LRCAT-EOF-SW
               MOVE "Y" TO RLD-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           READ RLDPRM-FILE
               AT END
                   DISPLAY "LRRELOAD - RLDPRM IS EMPTY"
                   CLOSE RLDPRM-FILE
                   MOVE "Y" TO RLD-LRCAT-EOF-SW
                   MOVE "Y" TO RLD-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ
           CLOSE RLDPRM-FILE
           MOVE SPACES TO RLD-OUT-LINE
           STRING "LRRELOAD - EXCEPTIONS RELOADING LOGICAL RECORD "
               DELIMITED BY SIZE
               RLD-PARM-LR-NAME DELIMITED BY SPACE
               INTO RLD-OUT-LINE
           END-STRING
           WRITE RLDEXC-RECORD FROM RLD-OUT-LINE
           OPEN INPUT  LRCAT-FILE
           IF NOT RLD-LRCAT-OK
               DISPLAY "LRRELOAD - UNABLE TO OPEN LRCAT, STATUS="
                   RLD-LRCAT-STATUS
               MOVE "Y" TO RLD-LRCAT-EOF-SW
               MOVE "Y" TO RLD-EOF-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO RLD-LRCAT-OPENED-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
               AT END
                   MOVE "Y" TO RLD-LRCAT-EOF-SW
           END-READ
           IF RLD-LRCAT-EOF
               GO TO 1200-EXIT
           END-IF
      *> A REDEFINING FIELD IS LEFT TO ITS TARGET, AS IN LRUNLOAD -
      *> THE TWO WOULD OTHERWISE WRITE THE SAME BYTES TWICE.
           IF NOT LRC-IS-FIELD
               OR LRC-LR-NAME NOT = RLD-PARM-LR-NAME
               OR LRC-BYTE-LEN = 0
               OR LRC-REDEFINES-NAME NOT = SPACES
               GO TO 1200-EXIT
           END-IF
           IF RLD-FLD-TOP < 150
               ADD 1 TO RLD-FLD-TOP
               MOVE LRC-FIELD-NAME TO RLD-FLD-NAME(RLD-FLD-TOP)
               MOVE LRC-USAGE-CD   TO RLD-FLD-USAGE(RLD-FLD-TOP)
               MOVE LRC-SIGN-CD    TO RLD-FLD-SIGN(RLD-FLD-TOP)
               MOVE LRC-BYTE-LEN   TO RLD-FLD-BYTE-LEN(RLD-FLD-TOP)
               MOVE LRC-OFFSET     TO RLD-FLD-OFFSET(RLD-FLD-TOP)
               DIVIDE LRC-EFFECTIVE-LEN BY LRC-BYTE-LEN
                   GIVING RLD-FLD-COPIES(RLD-FLD-TOP)
               MOVE LRC-PICTURE TO RLD-PIC-WORK
               PERFORM 1300-PARSE-PICTURE THRU 1300-EXIT
               IF RLD-SCALE-CNT > 9
                   MOVE 9 TO RLD-SCALE-CNT
               END-IF
               MOVE RLD-SCALE-CNT TO RLD-FLD-SCALE(RLD-FLD-TOP)
               MOVE RLD-PTRAIL-CNT TO RLD-FLD-PTRAIL(RLD-FLD-TOP)
      *> WIDER THAN THE 18-DIGIT WORK AREA - NO VALUE WILL FIT.
               IF RLD-DIGIT-TOTAL > 18
                   MOVE 0 TO RLD-FLD-DIGITS(RLD-FLD-TOP)
               ELSE
                   MOVE RLD-DIGIT-TOTAL TO RLD-FLD-DIGITS(RLD-FLD-TOP)
               END-IF
      *> AN EDITED FIELD IS ALREADY PRINTED TEXT AND RELOADS AS TEXT.
               IF RLD-NINE-CNT > 0 AND RLD-XA-CNT = 0
                   AND LRC-USAGE-CD NOT = "EDITED"
                   MOVE "Y" TO RLD-FLD-NUM-SW(RLD-FLD-TOP)
               ELSE
                   MOVE "N" TO RLD-FLD-NUM-SW(RLD-FLD-TOP)
               END-IF
               COMPUTE RLD-CAND-LEN = LRC-OFFSET + LRC-EFFECTIVE-LEN
               IF RLD-CAND-LEN > RLD-CAT-LEN
                   MOVE RLD-CAND-LEN TO RLD-CAT-LEN
               END-IF
           ELSE
               ADD 1 TO RLD-FLD-OVERFLOW-CNT
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1300-PARSE-PICTURE.
           MOVE 0 TO RLD-SCALE-CNT
           MOVE 0 TO RLD-XA-CNT
           MOVE 0 TO RLD-NINE-CNT
           MOVE 0 TO RLD-DIGIT-TOTAL
           MOVE 0 TO RLD-PTRAIL-CNT
           MOVE "N" TO RLD-AFTER-V-SW
           MOVE 1 TO RLD-PIC-IDX
           PERFORM 1310-PARSE-ONE-CHAR THRU 1310-EXIT
               UNTIL RLD-PIC-IDX > 30.
       1300-EXIT.
           EXIT.
      *
       1310-PARSE-ONE-CHAR.
           MOVE RLD-PIC-WORK(RLD-PIC-IDX:1) TO RLD-PIC-CHAR
           EVALUATE RLD-PIC-CHAR
               WHEN "9"
                   ADD 1 TO RLD-NINE-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   ADD RLD-REPEAT-NUM TO RLD-DIGIT-TOTAL
                   IF RLD-AFTER-V
                       ADD RLD-REPEAT-NUM TO RLD-SCALE-CNT
                   END-IF
               WHEN "X"
               WHEN "A"
                   ADD 1 TO RLD-XA-CNT
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
               WHEN "V"
                   MOVE "Y" TO RLD-AFTER-V-SW
                   ADD 1 TO RLD-PIC-IDX
               WHEN "P"
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF RLD-AFTER-V OR RLD-NINE-CNT = 0
                       ADD RLD-REPEAT-NUM TO RLD-SCALE-CNT
                   ELSE
                       ADD RLD-REPEAT-NUM TO RLD-PTRAIL-CNT
                   END-IF
               WHEN SPACE
                   MOVE 31 TO RLD-PIC-IDX
               WHEN OTHER
                   ADD 1 TO RLD-PIC-IDX
           END-EVALUATE.
       1310-EXIT.
           EXIT.
      *
       1320-COUNT-REPEAT.
           MOVE 1 TO RLD-REPEAT-NUM
           ADD 1 TO RLD-PIC-IDX
           IF RLD-PIC-IDX > 29
               GO TO 1320-EXIT
           END-IF
           IF RLD-PIC-WORK(RLD-PIC-IDX:1) NOT = "("
               GO TO 1320-EXIT
           END-IF
           MOVE 0 TO RLD-REPEAT-NUM
           ADD 1 TO RLD-PIC-IDX
           PERFORM 1330-PARSE-REPEAT-DIGIT THRU 1330-EXIT
               UNTIL RLD-PIC-IDX > 30
               OR RLD-PIC-WORK(RLD-PIC-IDX:1) = ")"
           ADD 1 TO RLD-PIC-IDX.
       1320-EXIT.
           EXIT.
      *
       1330-PARSE-REPEAT-DIGIT.
           IF RLD-PIC-WORK(RLD-PIC-IDX:1) >= "0"
               AND RLD-PIC-WORK(RLD-PIC-IDX:1) <= "9"
               MOVE RLD-PIC-WORK(RLD-PIC-IDX:1) TO RLD-DIGIT-CHAR
               COMPUTE RLD-REPEAT-NUM =
                   RLD-REPEAT-NUM * 10 + RLD-DIGIT-NUM
           END-IF
           ADD 1 TO RLD-PIC-IDX.
       1330-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1400-PREPARE-RELOAD - BUILDS THE RECORD TEMPLATE, FINDS THE   *
      *  REGISTRY ROW AND KEY FIELD WHEN A HEADER IS WANTED, AND MAPS  *
      *  RLDIN'S HEADER LINE TO THE CATALOG.  ANY COLUMN THAT DOES     *
      *  NOT MAP STOPS THE RUN - A SHIFTED COLUMN WOULD OTHERWISE      *
      *  LOAD EVERY VALUE INTO ITS NEIGHBOUR'S FIELD.                  *
      ******************************************************************
       1400-PREPARE-RELOAD.
           IF RLD-EOF
               GO TO 1400-EXIT
           END-IF
           IF RLD-FLD-TOP = 0
               DISPLAY "LRRELOAD - NO FIELD ROWS FOUND ON LRCAT FOR "
                   RLD-PARM-LR-NAME
               MOVE "Y" TO RLD-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           IF RLD-FLD-OVERFLOW-CNT > 0
               DISPLAY "LRRELOAD - CATALOG TABLE OVERFLOW - "
                   RLD-FLD-OVERFLOW-CNT " FIELDS NOT LOADED"
               MOVE "Y" TO RLD-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           IF RLD-CAT-LEN > 1000
               DISPLAY "LRRELOAD - RECORD LENGTH " RLD-CAT-LEN
                   " EXCEEDS THE 1000-BYTE OUTPUT RECORD"
               MOVE "Y" TO RLD-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           MOVE "N" TO RLD-REC-BAD-SW
           PERFORM 1500-TEMPLATE-ONE-FIELD THRU 1500-EXIT
               VARYING RLD-FLD-IDX FROM 1 BY 1
               UNTIL RLD-FLD-IDX > RLD-FLD-TOP
           MOVE RLD-REC-BUF TO RLD-TEMPLATE
           IF RLD-PARM-WANTS-HEADER
               PERFORM 1600-FIND-REGISTRY-ROW THRU 1600-EXIT
               IF RLD-EOF
                   GO TO 1400-EXIT
               END-IF
           END-IF
           OPEN INPUT RLDIN-FILE
           IF NOT RLD-RLDIN-OK
               DISPLAY "LRRELOAD - UNABLE TO OPEN RLDIN, STATUS="
                   RLD-RLDIN-STATUS
               MOVE "Y" TO RLD-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           MOVE "Y" TO RLD-RLDIN-OPENED-SW
           PERFORM 1700-MAP-HEADER-LINE THRU 1700-EXIT
           IF RLD-EOF
               GO TO 1400-EXIT
           END-IF
           OPEN OUTPUT RLDOUT-FILE
           MOVE "Y" TO RLD-RLDOUT-OPENED-SW
           MOVE RLD-CAT-LEN TO RLD-OUT-LEN.
       1400-EXIT.
           EXIT.
      *
      *> EVERY COPY OF EVERY FIELD ENCODED FROM A BLANK VALUE -
      *> SPACES FOR TEXT, ZERO IN ITS OWN FORM FOR A NUMBER.
       1500-TEMPLATE-ONE-FIELD.
           MOVE SPACES TO RLD-TOKEN
           MOVE 0 TO RLD-TOKEN-LEN
           PERFORM 1510-TEMPLATE-ONE-COPY THRU 1510-EXIT
               VARYING RLD-COPY-IDX FROM 1 BY 1
               UNTIL RLD-COPY-IDX > RLD-FLD-COPIES(RLD-FLD-IDX).
       1500-EXIT.
           EXIT.
      *
       1510-TEMPLATE-ONE-COPY.
           PERFORM 4000-ENCODE-VALUE THRU 4000-EXIT.
       1510-EXIT.
           EXIT.
      *
       1600-FIND-REGISTRY-ROW.
           OPEN INPUT EXTREG-FILE
           IF NOT RLD-EXTREG-OK
               DISPLAY "LRRELOAD - EXTREG NOT READABLE, STATUS="
                   RLD-EXTREG-STATUS
               MOVE "Y" TO RLD-REG-EOF-SW
           END-IF
           PERFORM 1610-SCAN-ONE-REGISTRY-ROW THRU 1610-EXIT
               UNTIL RLD-REG-EOF
           CLOSE EXTREG-FILE
           IF NOT RLD-REG-FOUND
               DISPLAY "LRRELOAD - NO REGISTRY ROW FOR LOGICAL RECORD "
                   RLD-PARM-LR-NAME " - NO RLHL HEADER CAN BE BUILT"
               MOVE "Y" TO RLD-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1600-EXIT
           END-IF
           IF RLD-PARM-CYCLE NOT = SPACES
               AND RLD-PARM-CYCLE-NUM NOT NUMERIC
               DISPLAY "LRRELOAD - RLDPRM CYCLE NUMBER IS NOT NUMERIC"
               MOVE "Y" TO RLD-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1600-EXIT
           END-IF
           MOVE 1 TO RLD-KEY-FLD
           IF RLD-PARM-KEY-FIELD NOT = SPACES
               MOVE RLD-PARM-KEY-FIELD TO RLD-NAME-WORK
               PERFORM 1750-FIND-FIELD THRU 1750-EXIT
               IF RLD-FLD-FOUND-IDX = 0
                   DISPLAY "LRRELOAD - KEY FIELD " RLD-PARM-KEY-FIELD
                       " IS NOT ON THE LOGICAL RECORD"
                   MOVE "Y" TO RLD-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1600-EXIT
               END-IF
               MOVE RLD-FLD-FOUND-IDX TO RLD-KEY-FLD
           END-IF.
       1600-EXIT.
           EXIT.
      *
       1610-SCAN-ONE-REGISTRY-ROW.
           READ EXTREG-FILE
               AT END
                   MOVE "Y" TO RLD-REG-EOF-SW
                   GO TO 1610-EXIT
           END-READ
           IF XRG-LR-NAME NOT = RLD-PARM-LR-NAME
               GO TO 1610-EXIT
           END-IF
           IF RLD-PARM-EXTRACT-DD NOT = SPACES
               AND XRG-EXTRACT-DD NOT = RLD-PARM-EXTRACT-DD
               GO TO 1610-EXIT
           END-IF
           MOVE "Y" TO RLD-REG-FOUND-SW
           MOVE XRG-EXTRACT-DD TO RLD-REG-DD
           MOVE XRG-LR-SEQ     TO RLD-REG-LR-SEQ
           MOVE "Y" TO RLD-REG-EOF-SW.
       1610-EXIT.
           EXIT.
      *
       1700-MAP-HEADER-LINE.
           READ RLDIN-FILE INTO RLD-LINE
               AT END
                   DISPLAY "LRRELOAD - RLDIN IS EMPTY - NO HEADER LINE"
                   MOVE "Y" TO RLD-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1700-EXIT
           END-READ
           ADD 1 TO RLD-LINE-NO
           PERFORM 3900-FIND-LINE-END THRU 3900-EXIT
           MOVE 1 TO RLD-LINE-POS
           PERFORM 1710-MAP-ONE-COLUMN THRU 1710-EXIT
               UNTIL RLD-LINE-POS > RLD-LINE-LEN
           IF RLD-COL-TOP = 0
               DISPLAY "LRRELOAD - RLDIN HEADER LINE NAMES NO COLUMNS"
               ADD 1 TO RLD-COL-ERR-CNT
           END-IF
           IF RLD-COL-ERR-CNT > 0
               DISPLAY "LRRELOAD - " RLD-COL-ERR-CNT
                   " HEADER COLUMNS DO NOT MAP - NOTHING RELOADED"
               MOVE "Y" TO RLD-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
       1700-EXIT.
           EXIT.
      *
       1710-MAP-ONE-COLUMN.
           PERFORM 3800-NEXT-TOKEN THRU 3800-EXIT
           PERFORM 3850-TRIM-TOKEN THRU 3850-EXIT
      *> THE PIPE LRUNLOAD WRITES AFTER THE LAST NAME LEAVES NOTHING
      *> BEHIND IT - AN EMPTY NAME THERE IS NOT A COLUMN.
           IF RLD-TOKEN-LEN = 0 AND RLD-LINE-POS > RLD-LINE-LEN
               GO TO 1710-EXIT
           END-IF
           IF RLD-COL-TOP >= 300
               ADD 1 TO RLD-COL-ERR-CNT
               MOVE "MORE THAN 300 COLUMNS" TO RLD-REJECT-TEXT
               PERFORM 1790-REJECT-COLUMN THRU 1790-EXIT
               GO TO 1710-EXIT
           END-IF
           ADD 1 TO RLD-COL-TOP
           MOVE RLD-TOKEN TO RLD-COL-NAME(RLD-COL-TOP)
           MOVE 0 TO RLD-COL-FLD(RLD-COL-TOP)
           MOVE 1 TO RLD-COL-COPY(RLD-COL-TOP)
      *> FIRST THE WHOLE NAME, THEN NAME_NNN AS OCCURS COPY NNN.
           MOVE RLD-TOKEN TO RLD-NAME-WORK
           PERFORM 1750-FIND-FIELD THRU 1750-EXIT
           IF RLD-FLD-FOUND-IDX = 0 AND RLD-TOKEN-LEN > 4
               COMPUTE RLD-SFX-POS = RLD-TOKEN-LEN - 3
               IF RLD-TOKEN(RLD-SFX-POS:1) = "_"
                   AND RLD-TOKEN(RLD-SFX-POS + 1:3) IS NUMERIC
                   MOVE RLD-TOKEN(RLD-SFX-POS + 1:3) TO RLD-SFX-NUM
                   MOVE SPACES TO RLD-NAME-WORK
                   MOVE RLD-TOKEN(1:RLD-SFX-POS - 1) TO RLD-NAME-WORK
                   PERFORM 1750-FIND-FIELD THRU 1750-EXIT
                   IF RLD-FLD-FOUND-IDX NOT = 0
                       IF RLD-SFX-NUM = 0 OR RLD-SFX-NUM >
                           RLD-FLD-COPIES(RLD-FLD-FOUND-IDX)
                           ADD 1 TO RLD-COL-ERR-CNT
                           MOVE "OCCURRENCE OUTSIDE THE FIELD'S OCCURS"
                               TO RLD-REJECT-TEXT
                           PERFORM 1790-REJECT-COLUMN THRU 1790-EXIT
                           GO TO 1710-EXIT
                       END-IF
                       MOVE RLD-SFX-NUM TO RLD-COL-COPY(RLD-COL-TOP)
                   END-IF
               END-IF
           END-IF
           IF RLD-FLD-FOUND-IDX = 0
               ADD 1 TO RLD-COL-ERR-CNT
               MOVE "NOT A FIELD OF THE LOGICAL RECORD"
                   TO RLD-REJECT-TEXT
               PERFORM 1790-REJECT-COLUMN THRU 1790-EXIT
               GO TO 1710-EXIT
           END-IF
           MOVE RLD-FLD-FOUND-IDX TO RLD-COL-FLD(RLD-COL-TOP).
       1710-EXIT.
           EXIT.
      *
       1750-FIND-FIELD.
           MOVE 0 TO RLD-FLD-FOUND-IDX
           PERFORM 1760-MATCH-ONE-FIELD THRU 1760-EXIT
               VARYING RLD-FLD-IDX FROM 1 BY 1
               UNTIL RLD-FLD-IDX > RLD-FLD-TOP
               OR RLD-FLD-FOUND-IDX NOT = 0.
       1750-EXIT.
           EXIT.
      *
       1760-MATCH-ONE-FIELD.
           IF RLD-FLD-NAME(RLD-FLD-IDX) = RLD-NAME-WORK
               MOVE RLD-FLD-IDX TO RLD-FLD-FOUND-IDX
           END-IF.
       1760-EXIT.
           EXIT.
      *
       1790-REJECT-COLUMN.
           MOVE SPACES TO RLD-OUT-LINE
           STRING "HEADER LINE  COLUMN '" DELIMITED BY SIZE
               RLD-TOKEN(1:40) DELIMITED BY "  "
               "'  " RLD-REJECT-TEXT DELIMITED BY SIZE
               INTO RLD-OUT-LINE
           END-STRING
           WRITE RLDEXC-RECORD FROM RLD-OUT-LINE.
       1790-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-MEASURE-RELOAD - FIRST PASS, HEADER RUNS ONLY.  THE RLHL *
      *  HEADER MUST CARRY THE COUNT OF RECORDS WRITTEN BEFORE THE     *
      *  FIRST ONE IS, SO EVERY LINE IS ENCODED ONCE HERE, SILENTLY,   *
      *  TO COUNT THE GOOD ONES; RLDIN IS THEN REOPENED, ITS HEADER    *
      *  LINE SKIPPED, AND THE HEADER WRITTEN AHEAD OF THE REAL PASS.  *
      ******************************************************************
       2000-MEASURE-RELOAD.
           IF RLD-EOF OR NOT RLD-PARM-WANTS-HEADER
               GO TO 2000-EXIT
           END-IF
           MOVE "M" TO RLD-PASS-SW
           PERFORM 3000-RELOAD-RECORDS THRU 3000-EXIT
               UNTIL RLD-EOF
           MOVE RLD-WRITE-CNT TO RLD-GOOD-CNT
           MOVE 0 TO RLD-WRITE-CNT RLD-READ-CNT RLD-REJECT-CNT
                     RLD-VALUE-ERR-CNT
           CLOSE RLDIN-FILE
           OPEN INPUT RLDIN-FILE
           IF NOT RLD-RLDIN-OK
               DISPLAY "LRRELOAD - UNABLE TO REOPEN RLDIN, STATUS="
                   RLD-RLDIN-STATUS
               MOVE "N" TO RLD-RLDIN-OPENED-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           READ RLDIN-FILE INTO RLD-LINE
               AT END
                   MOVE "Y" TO RLD-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           MOVE 1 TO RLD-LINE-NO
           MOVE "N" TO RLD-EOF-SW
           MOVE "L" TO RLD-PASS-SW
           PERFORM 5000-WRITE-HEADER THRU 5000-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-RELOAD-RECORDS - ONE RLDIN LINE INTO ONE RECORD.  EVERY  *
      *  VALUE ON THE LINE IS ENCODED EVEN AFTER ONE FAILS, SO THE     *
      *  LISTING SHOWS ALL OF A LINE'S PROBLEMS AT ONCE; THE RECORD IS *
      *  WRITTEN ONLY IF NONE DID.                                     *
      ******************************************************************
       3000-RELOAD-RECORDS.
           READ RLDIN-FILE INTO RLD-LINE
               AT END
                   MOVE "Y" TO RLD-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO RLD-LINE-NO
           IF RLD-LINE = SPACES
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO RLD-READ-CNT
           PERFORM 3900-FIND-LINE-END THRU 3900-EXIT
           MOVE 1 TO RLD-LINE-POS
           MOVE RLD-TEMPLATE TO RLD-REC-BUF
           MOVE "N" TO RLD-REC-BAD-SW
           PERFORM 3100-RELOAD-ONE-COLUMN THRU 3100-EXIT
               VARYING RLD-COL-IDX FROM 1 BY 1
               UNTIL RLD-COL-IDX > RLD-COL-TOP
      *> ANYTHING LEFT BUT THE TRAILING PIPE IS A VALUE WITH NO
      *> COLUMN TO GO TO.
           PERFORM 3800-NEXT-TOKEN THRU 3800-EXIT
           PERFORM 3850-TRIM-TOKEN THRU 3850-EXIT
           IF RLD-TOKEN-LEN > 0 OR RLD-LINE-POS <= RLD-LINE-LEN
               MOVE "MORE VALUES THAN HEADER COLUMNS"
                   TO RLD-REJECT-TEXT
               MOVE 0 TO RLD-COL-IDX
               PERFORM 4900-REJECT-VALUE THRU 4900-EXIT
           END-IF
           IF RLD-REC-BAD
               ADD 1 TO RLD-REJECT-CNT
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO RLD-WRITE-CNT
           IF RLD-LOADING
               WRITE RLDOUT-RECORD FROM RLD-REC-BUF(1:RLD-OUT-LEN)
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *> A LINE SHORT OF COLUMNS (A SPREADSHEET DROPS TRAILING EMPTY
      *> CELLS) LEAVES THE REST OF ITS FIELDS AS THE TEMPLATE HAS THEM.
       3100-RELOAD-ONE-COLUMN.
           IF RLD-LINE-POS > RLD-LINE-LEN
               GO TO 3100-EXIT
           END-IF
           PERFORM 3800-NEXT-TOKEN THRU 3800-EXIT
           MOVE RLD-COL-FLD(RLD-COL-IDX)  TO RLD-FLD-IDX
           MOVE RLD-COL-COPY(RLD-COL-IDX) TO RLD-COPY-IDX
           IF RLD-TOKEN-CUT
               MOVE "VALUE LONGER THAN 100 CHARACTERS"
                   TO RLD-REJECT-TEXT
               PERFORM 4900-REJECT-VALUE THRU 4900-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 4000-ENCODE-VALUE THRU 4000-EXIT
           IF NOT RLD-VALUE-OK
               PERFORM 4900-REJECT-VALUE THRU 4900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *> THE NEXT PIPE-DELIMITED VALUE FROM RLD-LINE-POS INTO
      *> RLD-TOKEN, LEAVING RLD-LINE-POS PAST ITS PIPE.
       3800-NEXT-TOKEN.
           MOVE SPACES TO RLD-TOKEN
           MOVE 0 TO RLD-TOKEN-LEN
           MOVE "N" TO RLD-TOKEN-CUT-SW
           PERFORM 3810-TAKE-ONE-CHAR THRU 3810-EXIT
               UNTIL RLD-LINE-POS > RLD-LINE-LEN
               OR RLD-LINE(RLD-LINE-POS:1) = "|"
           ADD 1 TO RLD-LINE-POS.
       3800-EXIT.
           EXIT.
      *
       3810-TAKE-ONE-CHAR.
           IF RLD-TOKEN-LEN < 100
               ADD 1 TO RLD-TOKEN-LEN
               MOVE RLD-LINE(RLD-LINE-POS:1)
                   TO RLD-TOKEN(RLD-TOKEN-LEN:1)
           ELSE
               MOVE "Y" TO RLD-TOKEN-CUT-SW
           END-IF
           ADD 1 TO RLD-LINE-POS.
       3810-EXIT.
           EXIT.
      *
      *> STRIPS A NAME OR NUMBER OF THE BLANKS A SPREADSHEET PADS IT
      *> WITH.  TEXT VALUES ARE NOT TRIMMED - THEIR BLANKS ARE DATA.
       3850-TRIM-TOKEN.
           PERFORM 3860-SHIFT-ONE-BLANK THRU 3860-EXIT
               UNTIL RLD-TOKEN-LEN = 0
               OR RLD-TOKEN(1:1) NOT = SPACE
           PERFORM 3870-DROP-ONE-BLANK THRU 3870-EXIT
               UNTIL RLD-TOKEN-LEN = 0
               OR RLD-TOKEN(RLD-TOKEN-LEN:1) NOT = SPACE.
       3850-EXIT.
           EXIT.
      *
       3860-SHIFT-ONE-BLANK.
           MOVE RLD-TOKEN(2:99) TO RLD-NAME-WORK(1:99)
           MOVE SPACES TO RLD-TOKEN
           MOVE RLD-NAME-WORK(1:99) TO RLD-TOKEN(1:99)
           SUBTRACT 1 FROM RLD-TOKEN-LEN.
       3860-EXIT.
           EXIT.
      *
       3870-DROP-ONE-BLANK.
           SUBTRACT 1 FROM RLD-TOKEN-LEN.
       3870-EXIT.
           EXIT.
      *
       3900-FIND-LINE-END.
           MOVE 2000 TO RLD-LINE-LEN
           PERFORM 3910-BACK-ONE-BLANK THRU 3910-EXIT
               UNTIL RLD-LINE-LEN = 0
               OR RLD-LINE(RLD-LINE-LEN:1) NOT = SPACE.
       3900-EXIT.
           EXIT.
      *
       3910-BACK-ONE-BLANK.
           SUBTRACT 1 FROM RLD-LINE-LEN.
       3910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-ENCODE-VALUE - RLD-TOKEN INTO COPY RLD-COPY-IDX OF FIELD *
      *  RLD-FLD-IDX IN RLD-REC-BUF, BY THE FIELD'S USAGE.  LEAVES     *
      *  RLD-VALUE-OK-SW "N" AND THE REASON IN RLD-REJECT-TEXT WHEN    *
      *  THE VALUE DOES NOT FIT; THE RECORD'S BYTES ARE THEN LEFT AS   *
      *  THEY WERE.                                                    *
      ******************************************************************
       4000-ENCODE-VALUE.
           MOVE "Y" TO RLD-VALUE-OK-SW
           MOVE SPACES TO RLD-REJECT-TEXT
           COMPUTE RLD-POS = RLD-FLD-OFFSET(RLD-FLD-IDX)
               + (RLD-COPY-IDX - 1) * RLD-FLD-BYTE-LEN(RLD-FLD-IDX)
               + 1
           MOVE RLD-FLD-BYTE-LEN(RLD-FLD-IDX) TO RLD-SPAN
           EVALUATE RLD-FLD-USAGE(RLD-FLD-IDX)
               WHEN "COMP-1"
               WHEN "COMP-2"
                   PERFORM 4050-ENCODE-FLOAT THRU 4050-EXIT
               WHEN "NATIONAL"
                   PERFORM 4150-ENCODE-NATIONAL THRU 4150-EXIT
               WHEN OTHER
                   IF RLD-FLD-IS-NUM(RLD-FLD-IDX)
                       PERFORM 4200-ENCODE-NUMBER THRU 4200-EXIT
                   ELSE
                       PERFORM 4100-ENCODE-TEXT THRU 4100-EXIT
                   END-IF
           END-EVALUATE.
       4000-EXIT.
           EXIT.
      *
      *> LRUNLOAD CANNOT UNLOAD A FLOATING FIELD, SO NONE CAN COME
      *> BACK - ITS *FLOAT* PLACEHOLDER OR A BLANK RELOADS AS ZERO
      *> BYTES; ANY REAL VALUE IS REFUSED.
       4050-ENCODE-FLOAT.
           IF RLD-TOKEN NOT = SPACES AND RLD-TOKEN NOT = "*FLOAT*"
               MOVE "N" TO RLD-VALUE-OK-SW
               MOVE "FLOATING FIELDS CANNOT BE RELOADED"
                   TO RLD-REJECT-TEXT
               GO TO 4050-EXIT
           END-IF
           MOVE LOW-VALUES TO RLD-REC-BUF(RLD-POS:RLD-SPAN).
       4050-EXIT.
           EXIT.
      *
       4100-ENCODE-TEXT.
           IF RLD-SPAN < 100
               IF RLD-TOKEN(RLD-SPAN + 1:100 - RLD-SPAN) NOT = SPACES
                   MOVE "N" TO RLD-VALUE-OK-SW
                   MOVE "TEXT LONGER THAN THE FIELD"
                       TO RLD-REJECT-TEXT
                   GO TO 4100-EXIT
               END-IF
               MOVE RLD-TOKEN(1:RLD-SPAN)
                   TO RLD-REC-BUF(RLD-POS:RLD-SPAN)
           ELSE
               MOVE SPACES TO RLD-REC-BUF(RLD-POS:RLD-SPAN)
               MOVE RLD-TOKEN TO RLD-REC-BUF(RLD-POS:100)
           END-IF.
       4100-EXIT.
           EXIT.
      *
      *> EACH CHARACTER BECOMES ITS TWO-BYTE BIG-ENDIAN NATIONAL
      *> FORM WITH A ZERO HIGH BYTE - THE SINGLE-BYTE RANGE LRUNLOAD
      *> UNLOADS.
       4150-ENCODE-NATIONAL.
           DIVIDE RLD-SPAN BY 2 GIVING RLD-NATL-CHARS
           IF RLD-NATL-CHARS < 100
               IF RLD-TOKEN(RLD-NATL-CHARS + 1:100 - RLD-NATL-CHARS)
                   NOT = SPACES
                   MOVE "N" TO RLD-VALUE-OK-SW
                   MOVE "TEXT LONGER THAN THE FIELD"
                       TO RLD-REJECT-TEXT
                   GO TO 4150-EXIT
               END-IF
           END-IF
           PERFORM 4160-ENCODE-NATIONAL-CHAR THRU 4160-EXIT
               VARYING RLD-BYTE-IDX FROM 1 BY 1
               UNTIL RLD-BYTE-IDX > RLD-NATL-CHARS.
       4150-EXIT.
           EXIT.
      *
       4160-ENCODE-NATIONAL-CHAR.
           MOVE LOW-VALUE
               TO RLD-REC-BUF(RLD-POS + (RLD-BYTE-IDX - 1) * 2:1)
           IF RLD-BYTE-IDX > 100
               MOVE SPACE
                   TO RLD-REC-BUF(RLD-POS + RLD-BYTE-IDX * 2 - 1:1)
           ELSE
               MOVE RLD-TOKEN(RLD-BYTE-IDX:1)
                   TO RLD-REC-BUF(RLD-POS + RLD-BYTE-IDX * 2 - 1:1)
           END-IF.
       4160-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4200-ENCODE-NUMBER - THE VALUE AS THE UNSCALED DIGITS THE     *
      *  FIELD STORES, CHECKED AGAINST ITS PICTURE, THEN PACKED INTO   *
      *  THE FIELD'S USAGE.  A BLANK VALUE IS ZERO.                    *
      ******************************************************************
       4200-ENCODE-NUMBER.
           PERFORM 3850-TRIM-TOKEN THRU 3850-EXIT
           PERFORM 4210-PARSE-NUMBER THRU 4210-EXIT
           IF NOT RLD-VALUE-OK
               GO TO 4200-EXIT
           END-IF
           PERFORM 4250-SCALE-TO-PICTURE THRU 4250-EXIT
           IF NOT RLD-VALUE-OK
               GO TO 4200-EXIT
           END-IF
           MOVE RLD-UNSCALED TO RLD-DIGIT-STR
           EVALUATE RLD-FLD-USAGE(RLD-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
                   PERFORM 4400-ENCODE-BINARY THRU 4400-EXIT
               WHEN "COMP-3"
                   PERFORM 4500-ENCODE-PACKED THRU 4500-EXIT
               WHEN OTHER
                   PERFORM 4600-ENCODE-ZONED THRU 4600-EXIT
           END-EVALUATE.
       4200-EXIT.
           EXIT.
      *
      *> AN OPTIONAL LEADING + OR -, UP TO 18 INTEGER DIGITS, AN
      *> OPTIONAL POINT AND UP TO 9 DECIMALS - THE FORM LRUNLOAD
      *> WRITES.  TRAILING ZERO DECIMALS CARRY NO VALUE AND ARE
      *> DROPPED BEFORE THE SCALE CHECK, SO 12.50 FITS A V9 FIELD.
       4210-PARSE-NUMBER.
           MOVE "N" TO RLD-NUM-NEG-SW RLD-NUM-POINT-SW
           MOVE 0 TO RLD-NUM-INT RLD-NUM-FRAC RLD-NUM-FRAC-DIGITS
                     RLD-NUM-DIGITS
           IF RLD-TOKEN-LEN = 0
               GO TO 4210-EXIT
           END-IF
           MOVE 1 TO RLD-NUM-IDX
           IF RLD-TOKEN(1:1) = "-" OR RLD-TOKEN(1:1) = "+"
               IF RLD-TOKEN(1:1) = "-"
                   MOVE "Y" TO RLD-NUM-NEG-SW
               END-IF
               MOVE 2 TO RLD-NUM-IDX
           END-IF
           PERFORM 4220-PARSE-NUMBER-CHAR THRU 4220-EXIT
               UNTIL RLD-NUM-IDX > RLD-TOKEN-LEN
               OR NOT RLD-VALUE-OK
           IF RLD-VALUE-OK AND RLD-NUM-DIGITS = 0
               MOVE "N" TO RLD-VALUE-OK-SW
               MOVE "NOT A NUMBER" TO RLD-REJECT-TEXT
           END-IF
           IF NOT RLD-VALUE-OK
               GO TO 4210-EXIT
           END-IF
           MOVE 0 TO RLD-NUM-REM
           PERFORM 4230-DROP-ONE-TRAILING-ZERO THRU 4230-EXIT
               UNTIL RLD-NUM-FRAC-DIGITS = 0
               OR RLD-NUM-REM NOT = 0.
       4210-EXIT.
           EXIT.
      *
       4220-PARSE-NUMBER-CHAR.
           MOVE RLD-TOKEN(RLD-NUM-IDX:1) TO RLD-DIGIT-CHAR
           ADD 1 TO RLD-NUM-IDX
           IF RLD-DIGIT-CHAR = "."
               IF RLD-NUM-POINT-SEEN
                   MOVE "N" TO RLD-VALUE-OK-SW
                   MOVE "NOT A NUMBER" TO RLD-REJECT-TEXT
               END-IF
               MOVE "Y" TO RLD-NUM-POINT-SW
               GO TO 4220-EXIT
           END-IF
           IF RLD-DIGIT-CHAR < "0" OR RLD-DIGIT-CHAR > "9"
               MOVE "N" TO RLD-VALUE-OK-SW
               MOVE "NOT A NUMBER" TO RLD-REJECT-TEXT
               GO TO 4220-EXIT
           END-IF
           ADD 1 TO RLD-NUM-DIGITS
           IF RLD-NUM-POINT-SEEN
               IF RLD-NUM-FRAC-DIGITS >= 9
                   MOVE "N" TO RLD-VALUE-OK-SW
                   MOVE "MORE DECIMAL PLACES THAN THE PICTURE"
                       TO RLD-REJECT-TEXT
                   GO TO 4220-EXIT
               END-IF
               ADD 1 TO RLD-NUM-FRAC-DIGITS
               COMPUTE RLD-NUM-FRAC = RLD-NUM-FRAC * 10 + RLD-DIGIT-NUM
           ELSE
               IF RLD-NUM-INT > 99999999999999999
                   MOVE "N" TO RLD-VALUE-OK-SW
                   MOVE "MORE DIGITS THAN THE PICTURE"
                       TO RLD-REJECT-TEXT
                   GO TO 4220-EXIT
               END-IF
               COMPUTE RLD-NUM-INT = RLD-NUM-INT * 10 + RLD-DIGIT-NUM
           END-IF.
       4220-EXIT.
           EXIT.
      *
      *> STOPS AT THE FIRST NONZERO REMAINDER - THE LAST DECIMAL
      *> THAT CARRIES VALUE.
       4230-DROP-ONE-TRAILING-ZERO.
           DIVIDE RLD-NUM-FRAC BY 10 GIVING RLD-NUM-QUOT
               REMAINDER RLD-NUM-REM
           IF RLD-NUM-REM = 0
               MOVE RLD-NUM-QUOT TO RLD-NUM-FRAC
               SUBTRACT 1 FROM RLD-NUM-FRAC-DIGITS
           END-IF.
       4230-EXIT.
           EXIT.
      *
       4250-SCALE-TO-PICTURE.
           IF RLD-NUM-FRAC-DIGITS > RLD-FLD-SCALE(RLD-FLD-IDX)
               MOVE "N" TO RLD-VALUE-OK-SW
               MOVE "MORE DECIMAL PLACES THAN THE PICTURE"
                   TO RLD-REJECT-TEXT
               GO TO 4250-EXIT
           END-IF
           MOVE RLD-FLD-SCALE(RLD-FLD-IDX) TO RLD-POW-CNT
           PERFORM 4260-BUILD-POWER THRU 4260-EXIT
           COMPUTE RLD-UNSCALED = RLD-NUM-INT * RLD-POWER
           COMPUTE RLD-POW-CNT =
               RLD-FLD-SCALE(RLD-FLD-IDX) - RLD-NUM-FRAC-DIGITS
           PERFORM 4260-BUILD-POWER THRU 4260-EXIT
           COMPUTE RLD-UNSCALED = RLD-UNSCALED
               + RLD-NUM-FRAC * RLD-POWER
      *> P POSITIONS AFTER THE DIGITS ARE IMPLIED ZEROS - THE VALUE
      *> MUST END IN THAT MANY ZEROS, WHICH ARE NOT STORED.
           IF RLD-FLD-PTRAIL(RLD-FLD-IDX) > 0
               MOVE RLD-FLD-PTRAIL(RLD-FLD-IDX) TO RLD-POW-CNT
               PERFORM 4260-BUILD-POWER THRU 4260-EXIT
               DIVIDE RLD-UNSCALED BY RLD-POWER GIVING RLD-UNS-QUOT
                   REMAINDER RLD-UNS-REM
               IF RLD-UNS-REM NOT = 0
                   MOVE "N" TO RLD-VALUE-OK-SW
                   MOVE "VALUE FINER THAN THE PICTURE'S P SCALING"
                       TO RLD-REJECT-TEXT
                   GO TO 4250-EXIT
               END-IF
               MOVE RLD-UNS-QUOT TO RLD-UNSCALED
           END-IF
           MOVE RLD-FLD-DIGITS(RLD-FLD-IDX) TO RLD-POW-CNT
           PERFORM 4260-BUILD-POWER THRU 4260-EXIT
           IF RLD-UNSCALED >= RLD-POWER
               MOVE "N" TO RLD-VALUE-OK-SW
               MOVE "MORE DIGITS THAN THE PICTURE" TO RLD-REJECT-TEXT
               GO TO 4250-EXIT
           END-IF
           IF RLD-UNSCALED = 0
               MOVE "N" TO RLD-NUM-NEG-SW
           END-IF
           IF RLD-NUM-NEG AND RLD-FLD-SIGN(RLD-FLD-IDX) = "N"
               MOVE "N" TO RLD-VALUE-OK-SW
               MOVE "NEGATIVE VALUE IN AN UNSIGNED FIELD"
                   TO RLD-REJECT-TEXT
           END-IF.
       4250-EXIT.
           EXIT.
      *
       4260-BUILD-POWER.
           MOVE 1 TO RLD-POWER
           PERFORM 4270-RAISE-POWER THRU 4270-EXIT
               VARYING RLD-POW-IDX FROM 1 BY 1
               UNTIL RLD-POW-IDX > RLD-POW-CNT.
       4260-EXIT.
           EXIT.
      *
       4270-RAISE-POWER.
           COMPUTE RLD-POWER = RLD-POWER * 10.
       4270-EXIT.
           EXIT.
      *
      *> SIGNED BIG-ENDIAN BINARY - THE RIGHTMOST BYTES OF THE VALUE
      *> IN AN EIGHT-BYTE FRAME, WHICH CARRY THE SIGN EXTENSION WITH
      *> THEM.
       4400-ENCODE-BINARY.
           IF RLD-SPAN > 8
               MOVE "N" TO RLD-VALUE-OK-SW
               MOVE "BINARY FIELD WIDER THAN 8 BYTES" TO RLD-REJECT-TEXT
               GO TO 4400-EXIT
           END-IF
           MOVE RLD-UNSCALED TO RLD-BIN-NUM
           IF RLD-NUM-NEG
               COMPUTE RLD-BIN-NUM = 0 - RLD-BIN-NUM
           END-IF
           MOVE RLD-BIN-FRAME(9 - RLD-SPAN:RLD-SPAN)
               TO RLD-REC-BUF(RLD-POS:RLD-SPAN).
       4400-EXIT.
           EXIT.
      *
      *> TWO DIGITS A BYTE, THE LAST BYTE'S LOW NIBBLE THE SIGN - C
      *> POSITIVE, D NEGATIVE, F FOR A FIELD WITH NO SIGN.
       4500-ENCODE-PACKED.
           IF RLD-SPAN > 10
               MOVE "N" TO RLD-VALUE-OK-SW
               MOVE "PACKED FIELD WIDER THAN 10 BYTES"
                   TO RLD-REJECT-TEXT
               GO TO 4500-EXIT
           END-IF
           COMPUTE RLD-DIG-POS = 19 - (RLD-SPAN * 2 - 1) + 1
           PERFORM 4510-ENCODE-PACKED-BYTE THRU 4510-EXIT
               VARYING RLD-BYTE-IDX FROM 1 BY 1
               UNTIL RLD-BYTE-IDX > RLD-SPAN.
       4500-EXIT.
           EXIT.
      *
       4510-ENCODE-PACKED-BYTE.
           MOVE RLD-DIGIT-STR-X(RLD-DIG-POS:1) TO RLD-DIGIT-CHAR
           MOVE RLD-DIGIT-NUM TO RLD-NIB-HI
           ADD 1 TO RLD-DIG-POS
           IF RLD-BYTE-IDX < RLD-SPAN
               MOVE RLD-DIGIT-STR-X(RLD-DIG-POS:1) TO RLD-DIGIT-CHAR
               MOVE RLD-DIGIT-NUM TO RLD-NIB-LO
               ADD 1 TO RLD-DIG-POS
           ELSE
               EVALUATE TRUE
                   WHEN RLD-FLD-SIGN(RLD-FLD-IDX) = "N"
                       MOVE 15 TO RLD-NIB-LO
                   WHEN RLD-NUM-NEG
                       MOVE 13 TO RLD-NIB-LO
                   WHEN OTHER
                       MOVE 12 TO RLD-NIB-LO
               END-EVALUATE
           END-IF
           COMPUTE RLD-BYTE-NUM = RLD-NIB-HI * 16 + RLD-NIB-LO
           MOVE RLD-BYTE-LO
               TO RLD-REC-BUF(RLD-POS + RLD-BYTE-IDX - 1:1).
       4510-EXIT.
           EXIT.
      *
      *> DIGITS WITH THE SIGN WHERE LRC-SIGN-CD PUTS IT: A SEPARATE
      *> LEADING OR TRAILING BYTE, AN OVERPUNCH ON THE LAST DIGIT
      *> (PLAIN DIGIT WHEN POSITIVE, THE LOCAL NEGATIVE ZONE WHEN
      *> NOT), OR NO SIGN AT ALL.
       4600-ENCODE-ZONED.
           MOVE RLD-SPAN TO RLD-ZONE-DIGITS
           IF RLD-FLD-SIGN(RLD-FLD-IDX) = "L"
               OR RLD-FLD-SIGN(RLD-FLD-IDX) = "T"
               SUBTRACT 1 FROM RLD-ZONE-DIGITS
           END-IF
           IF RLD-ZONE-DIGITS > 19 OR RLD-ZONE-DIGITS = 0
               MOVE "N" TO RLD-VALUE-OK-SW
               MOVE "ZONED FIELD WIDER THAN 19 DIGITS"
                   TO RLD-REJECT-TEXT
               GO TO 4600-EXIT
           END-IF
           COMPUTE RLD-DIG-POS = 20 - RLD-ZONE-DIGITS
           EVALUATE RLD-FLD-SIGN(RLD-FLD-IDX)
               WHEN "L"
                   IF RLD-NUM-NEG
                       MOVE "-" TO RLD-REC-BUF(RLD-POS:1)
                   ELSE
                       MOVE "+" TO RLD-REC-BUF(RLD-POS:1)
                   END-IF
                   MOVE RLD-DIGIT-STR-X(RLD-DIG-POS:RLD-ZONE-DIGITS)
                       TO RLD-REC-BUF(RLD-POS + 1:RLD-ZONE-DIGITS)
               WHEN "T"
                   MOVE RLD-DIGIT-STR-X(RLD-DIG-POS:RLD-ZONE-DIGITS)
                       TO RLD-REC-BUF(RLD-POS:RLD-ZONE-DIGITS)
                   IF RLD-NUM-NEG
                       MOVE "-" TO RLD-REC-BUF(RLD-POS + RLD-SPAN - 1:1)
                   ELSE
                       MOVE "+" TO RLD-REC-BUF(RLD-POS + RLD-SPAN - 1:1)
                   END-IF
               WHEN OTHER
                   MOVE RLD-DIGIT-STR-X(RLD-DIG-POS:RLD-ZONE-DIGITS)
                       TO RLD-REC-BUF(RLD-POS:RLD-ZONE-DIGITS)
                   IF RLD-FLD-SIGN(RLD-FLD-IDX) = "S" AND RLD-NUM-NEG
                       MOVE RLD-DIGIT-STR-X(19:1) TO RLD-DIGIT-CHAR
                       MOVE RLD-OVP-NEG(RLD-DIGIT-NUM + 1:1)
                           TO RLD-REC-BUF(RLD-POS + RLD-SPAN - 1:1)
                   END-IF
           END-EVALUATE.
       4600-EXIT.
           EXIT.
      *
      *> ONE EXCEPTION LINE - RLDIN LINE NUMBER, COLUMN, THE VALUE AS
      *> GIVEN AND WHY IT WAS REFUSED.  LISTED ON THE REAL PASS ONLY.
       4900-REJECT-VALUE.
           MOVE "Y" TO RLD-REC-BAD-SW
           IF NOT RLD-LOADING
               GO TO 4900-EXIT
           END-IF
           ADD 1 TO RLD-VALUE-ERR-CNT
           MOVE RLD-LINE-NO TO RLD-LINE-TXT
           MOVE SPACES TO RLD-OUT-LINE
           IF RLD-COL-IDX = 0
               STRING "LINE " RLD-LINE-TXT "  " RLD-REJECT-TEXT
                   DELIMITED BY SIZE
                   INTO RLD-OUT-LINE
               END-STRING
           ELSE
               STRING "LINE " RLD-LINE-TXT "  "
                   RLD-COL-NAME(RLD-COL-IDX)(1:30) " '"
                   DELIMITED BY SIZE
                   RLD-TOKEN(1:40) DELIMITED BY "  "
                   "'  " RLD-REJECT-TEXT DELIMITED BY SIZE
                   INTO RLD-OUT-LINE
               END-STRING
           END-IF
           WRITE RLDEXC-RECORD FROM RLD-OUT-LINE.
       4900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-WRITE-HEADER - THE RLHL HEADER FROM THE REGISTRY ROW:    *
      *  ITS DD AS THE FILE-ID, ITS LOGICAL RECORD SEQUENCE, THE COUNT *
      *  OF RECORDS THE FIRST PASS FOUND GOOD, THE CATALOG LENGTH, AND *
      *  THE KEY FIELD'S OFFSET AND LENGTH.  THE KEY IS THE FIRST      *
      *  RECORD (ABOVE 0, BELOW THE REST), SO THE SPLIT ALWAYS SUMS    *
      *  TO THE COUNT THE WAY EXTGATE CHECKS IT.                       *
      ******************************************************************
       5000-WRITE-HEADER.
           MOVE SPACES TO RLHL-HEADER-RECORD
           MOVE RLD-REG-DD                 TO RLHL-FILE-ID
           MOVE RLD-REG-LR-SEQ             TO RLHL-LOGICAL-RECORD
           MOVE RLD-GOOD-CNT               TO RLHL-RECORD-COUNT
           MOVE RLD-CAT-LEN                TO RLHL-RECORD-LENGTH
           MOVE RLD-FLD-OFFSET(RLD-KEY-FLD) TO RLHL-KEY-OFFSET
           MOVE RLD-FLD-BYTE-LEN(RLD-KEY-FLD) TO RLHL-KEY-LENGTH
           MOVE SPACE                      TO RLHL-DSAM-FLAG
           MOVE SPACE                      TO RLHL-EFFECTIVE-DATE-FLAG
           MOVE 0                          TO RLHL-RECORDS-ABOVE
           IF RLD-GOOD-CNT = 0
               MOVE 0                      TO RLHL-RECORDS-BELOW
           ELSE
               COMPUTE RLHL-RECORDS-BELOW = RLD-GOOD-CNT - 1
           END-IF
           MOVE 0                          TO RLHL-START-DATE-OFFSET
           MOVE 0                          TO RLHL-END-DATE-OFFSET
           MOVE SPACE                      TO RLHL-REPLAY-FLAG
           IF RLD-PARM-CYCLE = SPACES
               MOVE 0                      TO RLHL-CYCLE-NUMBER
           ELSE
               MOVE RLD-PARM-CYCLE-NUM     TO RLHL-CYCLE-NUMBER
           END-IF
           ACCEPT RLHL-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT RLHL-CREATE-TIME FROM TIME
      *> THE HEADER IS 100 BYTES WHATEVER THE DETAIL LENGTH IS.
           MOVE 100 TO RLD-OUT-LEN
           WRITE RLDOUT-RECORD FROM RLHL-HEADER-RECORD
           MOVE RLD-CAT-LEN TO RLD-OUT-LEN.
       5000-EXIT.
           EXIT.
      *
       8000-SUMMARIZE.
           IF NOT RLD-RLDOUT-OPENED
               GO TO 8000-EXIT
           END-IF
           MOVE SPACES TO RLD-OUT-LINE
           WRITE RLDEXC-RECORD FROM RLD-OUT-LINE
           MOVE RLD-READ-CNT TO RLD-CNT-TXT
           MOVE SPACES TO RLD-OUT-LINE
           STRING "DATA LINES READ    " RLD-CNT-TXT DELIMITED BY SIZE
               INTO RLD-OUT-LINE
           END-STRING
           WRITE RLDEXC-RECORD FROM RLD-OUT-LINE
           MOVE RLD-WRITE-CNT TO RLD-CNT-TXT
           MOVE SPACES TO RLD-OUT-LINE
           STRING "RECORDS WRITTEN    " RLD-CNT-TXT DELIMITED BY SIZE
               INTO RLD-OUT-LINE
           END-STRING
           WRITE RLDEXC-RECORD FROM RLD-OUT-LINE
           MOVE RLD-REJECT-CNT TO RLD-CNT-TXT
           MOVE SPACES TO RLD-OUT-LINE
           STRING "RECORDS REJECTED   " RLD-CNT-TXT DELIMITED BY SIZE
               INTO RLD-OUT-LINE
           END-STRING
           WRITE RLDEXC-RECORD FROM RLD-OUT-LINE
           DISPLAY "LRRELOAD - " RLD-WRITE-CNT " RECORDS RELOADED FOR "
               RLD-PARM-LR-NAME
           IF RLD-PARM-WANTS-HEADER
               DISPLAY "LRRELOAD - RLHL HEADER BUILT FOR FILE-ID "
                   RLD-REG-DD " WITH COUNT " RLD-GOOD-CNT
           END-IF
      *> REJECTED LINES ARE A PARTIAL LOAD, NOT A FAILED ONE - THE
      *> GOOD RECORDS ARE ON RLDOUT AND THE REST ARE ON THE LISTING.
           IF RLD-REJECT-CNT > 0
               DISPLAY "LRRELOAD - " RLD-REJECT-CNT
                   " LINES REJECTED - SEE RLDEXC"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF RLD-LRCAT-OPENED
               CLOSE LRCAT-FILE
           END-IF
           IF RLD-RLDIN-OPENED
               CLOSE RLDIN-FILE
           END-IF
           IF RLD-RLDOUT-OPENED
               CLOSE RLDOUT-FILE
           END-IF
           CLOSE RLDEXC-FILE.
