      ******************************************************************
      **                                                              *
      **  PROGRAM      PIITOKEN                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  REVERSIBLE TOKENIZATION FOR FILES SENT TO     *
      **      OUTSIDE VENDORS - THE RESUBMISSIONS USGREGEO SENDS THE  *
      **      GEOCODING VENDOR, THE CAMPAIGN FILE MAILCAMP SENDS THE  *
      **      MAIL HOUSE.  COPIES AN EXTRACT (DD EXTRACT) TO DD       *
      **      TOKOUT WITH EVERY FIELD TAGGED IN THE SENSITIVITY       *
      **      REGISTRY (DD SENSTAB, SENSREG LAYOUT) REPLACED BY A     *
      **      RANDOM TOKEN OF THE SAME SHAPE - DIGITS OF THE SAME     *
      **      WIDTH STORED IN THE FIELD'S OWN USAGE FOR A NUMBER,     *
      **      LETTERS AND DIGITS OF THE SAME LENGTH FOR TEXT - SO THE *
      **      VENDOR'S PROCESS RUNS UNCHANGED ON THE TOKENIZED FILE.  *
      **      DD TOKPRM NAMES THE LOGICAL RECORD AND DD LRCAT         *
      **      SUPPLIES ITS FIELD GEOMETRY, AS FOR PIIMASK.  UNLIKE    *
      **      PIIMASK'S ONE-WAY SCRAMBLE THE TOKEN CARRIES NOTHING OF *
      **      THE VALUE: THE TOKEN-TO-VALUE MAP IS KEPT ON THE        *
      **      PROTECTED VAULT (DD TOKVAULT, TOKVREC LAYOUT), WHICH    *
      **      PIIDETOK READS TO RESTORE THE REAL VALUES WHEN THE      *
      **      VENDOR'S RESPONSE COMES BACK.  A VALUE ALREADY IN THE   *
      **      VAULT REUSES ITS TOKEN, SO ONE ACCOUNT TOKENIZES THE    *
      **      SAME WAY IN EVERY FILE AND EVERY RUN.  COUNTS GO TO DD  *
      **      TOKRPT.  ANYTHING THAT WOULD LET A TAGGED VALUE LEAVE   *
      **      IN THE CLEAR - A TAG THE CATALOG DOES NOT CARRY, A      *
      **      FIELD SHAPE NO TOKEN CAN STAND IN FOR, OVERLAPPING      *
      **      TAGGED SPANS - HALTS THE RUN BEFORE A RECORD IS         *
      **      WRITTEN; A RECORD THAT CANNOT BE TOKENIZED IS HELD OUT  *
      **      OF TOKOUT.  EITHER ENDS THE RUN WITH RETURN-CODE 16.    *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIITOKEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LRCAT-FILE    ASSIGN TO "LRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TKN-LRCAT-STATUS.
           SELECT SENSTAB-FILE  ASSIGN TO "SENSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TKN-SENSTAB-STATUS.
           SELECT TOKPRM-FILE   ASSIGN TO "TOKPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TKN-TOKPRM-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE EXTRACT CARRIES COMP
      *> AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE WITH
      *> THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT EXTRACT-FILE  ASSIGN TO "EXTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TKN-EXTRACT-STATUS.
           SELECT TOKOUT-FILE   ASSIGN TO "TOKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TKN-TOKOUT-STATUS.
           SELECT TOKRPT-FILE   ASSIGN TO "TOKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TKN-TOKRPT-STATUS.
      *> OPTIONAL - THE FIRST TOKENIZATION EVER CREATES THE VAULT.
      *> SEQUENTIAL - A TEXT VALUE IS KEPT AS THE FIELD'S OWN BYTES.
           SELECT OPTIONAL TOKVAULT-FILE ASSIGN TO "TOKVAULT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TKN-TOKVAULT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       COPY LRCATREC.
       FD  SENSTAB-FILE.
       COPY SENSREG.
       FD  TOKPRM-FILE.
       01  TOKPRM-RECORD.
           05  TKN-PARM-LR-NAME            PIC X(30).
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON TKN-REC-LEN.
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  TOKOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON TKN-REC-LEN.
       01  TOKOUT-RECORD                   PIC X(1000).
       FD  TOKRPT-FILE.
       01  TOKRPT-RECORD                   PIC X(100).
       FD  TOKVAULT-FILE.
       COPY TOKVREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  TKN-LRCAT-STATUS                PIC XX.
           88  TKN-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES TKN-LRCAT-STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  TKN-LRCAT-OPENED-SW             PIC X(01)       VALUE "N".
           88  TKN-LRCAT-OPENED            VALUE "Y".
       01  TKN-SENSTAB-STATUS              PIC XX.
           88  TKN-SENSTAB-OK              VALUE "00".
      *> SAME REASONING AS TKN-LRCAT-OPENED-SW ABOVE.
       01  TKN-SENSTAB-OPENED-SW           PIC X(01)       VALUE "N".
           88  TKN-SENSTAB-OPENED          VALUE "Y".
       01  TKN-TOKPRM-STATUS               PIC XX.
           88  TKN-TOKPRM-OK               VALUE "00".
       01  TKN-EXTRACT-STATUS              PIC XX.
           88  TKN-EXTRACT-OK              VALUE "00".
      *> SAME REASONING AS TKN-LRCAT-OPENED-SW ABOVE.
       01  TKN-EXTRACT-OPENED-SW           PIC X(01)       VALUE "N".
           88  TKN-EXTRACT-OPENED          VALUE "Y".
       01  TKN-TOKOUT-STATUS               PIC XX.
       01  TKN-TOKRPT-STATUS               PIC XX.
      *> SAME REASONING AS TKN-LRCAT-OPENED-SW ABOVE.
       01  TKN-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  TKN-OUTPUTS-OPENED          VALUE "Y".
      *> "05" IS OPTIONAL-FILE-CREATED - A SUCCESSFUL FIRST-EVER
      *> OPEN, NOT A FAILURE.
       01  TKN-TOKVAULT-STATUS             PIC XX.
           88  TKN-TOKVAULT-OK             VALUE "00" "05".
       01  TKN-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  TKN-LRCAT-EOF               VALUE "Y".
       01  TKN-SENS-EOF-SW                 PIC X(01)       VALUE "N".
           88  TKN-SENS-EOF                VALUE "Y".
       01  TKN-VAULT-EOF-SW                PIC X(01)       VALUE "N".
           88  TKN-VAULT-EOF               VALUE "Y".
       01  TKN-EOF-SW                      PIC X(01)       VALUE "N".
           88  TKN-EOF                     VALUE "Y".
       01  TKN-REC-LEN                     PIC 9(05)       VALUE 0.
       01  TKN-CAT-LEN                     PIC 9(05)       VALUE 0.
       01  TKN-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  TKN-RUN-TIME                    PIC 9(08)       VALUE 0.
      *> ------------- TAGGED-FIELD REGISTRY TABLE ---------------------
       01  TKN-SENS-TAB.
           05  TKN-SENS-ENTRY              OCCURS 100 TIMES.
               10  TKN-SENS-FIELD-NAME      PIC X(30).
               10  TKN-SENS-CD              PIC X(04).
               10  TKN-SENS-MATCHED-SW      PIC X(01).
                   88  TKN-SENS-MATCHED     VALUE "Y".
       01  TKN-SENS-TOP                    PIC 9(03)       VALUE 0.
       01  TKN-SENS-OVERFLOW-CNT           PIC 9(04)       VALUE 0.
       01  TKN-SENS-IDX                    PIC 9(03).
       01  TKN-DUP-TAG-SW                  PIC X(01)       VALUE "N".
           88  TKN-DUP-TAG-FOUND           VALUE "Y".
      *> ------------ TOKENIZED-FIELD GEOMETRY TABLE ------------------
      *> ONE ENTRY PER CATALOG FIELD THAT IS TAGGED - ONLY THESE
      *> SPANS ARE TOUCHED WHEN A RECORD IS COPIED.  A FIELD UNDER AN
      *> OCCURS IS TOKENIZED COPY BY COPY.
       01  TKN-FLD-TAB.
           05  TKN-FLD-ENTRY               OCCURS 100 TIMES.
               10  TKN-FLD-NAME             PIC X(30).
               10  TKN-FLD-BYTE-LEN         PIC 9(05).
               10  TKN-FLD-EFF-LEN          PIC 9(05).
               10  TKN-FLD-OFFSET           PIC 9(05).
               10  TKN-FLD-COPIES           PIC 9(05).
               10  TKN-FLD-USAGE            PIC X(10).
               10  TKN-FLD-SIGN             PIC X(01).
               10  TKN-FLD-KIND             PIC X(01).
                   88  TKN-FLD-IS-NUMERIC   VALUE "N".
      *> DIGITS OF A NUMBER, BYTES OF TEXT - THE TOKEN'S WIDTH.
               10  TKN-FLD-WIDTH            PIC 9(02).
               10  TKN-FLD-TOKEN-CNT        PIC 9(09).
       01  TKN-FLD-TOP                     PIC 9(03)       VALUE 0.
       01  TKN-FLD-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  TKN-FLD-IDX                     PIC 9(03).
       01  TKN-FLD-IDX2                    PIC 9(03).
       01  TKN-COPY-IDX                    PIC 9(05).
       01  TKN-BAD-FLD-CNT                 PIC 9(03)       VALUE 0.
       01  TKN-REASON                      PIC X(40)       VALUE SPACES.
      *> ---------------------- VAULT TABLE ----------------------------
      *> THE WHOLE VAULT, PLUS EVERY TOKEN THIS RUN ISSUES.  ENTRIES
      *> PAST TKN-VLT-LOADED ARE NEW AND ARE APPENDED TO TOKVAULT AT
      *> END OF RUN.  A FULL TABLE HALTS THE RUN - A VALUE THAT
      *> CANNOT BE VAULTED CANNOT BE SENT.
       01  TKN-VLT-MAX                     PIC 9(05) COMP  VALUE 20000.
       01  TKN-VLT-TAB.
           05  TKN-VLT-ENTRY               OCCURS 20000 TIMES.
               10  TKN-VLT-KIND             PIC X(01).
               10  TKN-VLT-WIDTH            PIC 9(02).
               10  TKN-VLT-TOKEN            PIC X(40).
               10  TKN-VLT-VALUE            PIC X(40).
               10  TKN-VLT-FLD-IDX          PIC 9(03).
       01  TKN-VLT-TOP                     PIC 9(05) COMP  VALUE 0.
       01  TKN-VLT-LOADED                  PIC 9(05) COMP  VALUE 0.
       01  TKN-VLT-IDX                     PIC 9(05) COMP  VALUE 0.
       01  TKN-VLT-HIT                     PIC 9(05) COMP  VALUE 0.
       01  TKN-VLT-WRITE-ERR-SW            PIC X(01)       VALUE "N".
           88  TKN-VLT-WRITE-ERR           VALUE "Y".
       01  TKN-FOUND-SW                    PIC X(01)       VALUE "N".
           88  TKN-FOUND                   VALUE "Y".
      *> ------------------- CATALOG WORK AREA -------------------------
       01  TKN-CAND-LEN                    PIC 9(05)       VALUE 0.
       01  TKN-PIC-WORK                    PIC X(30).
       01  TKN-PIC-IDX                     PIC 9(02).
       01  TKN-PIC-CHAR                    PIC X(01).
       01  TKN-REPEAT-NUM                  PIC 9(05)       VALUE 0.
       01  TKN-XA-CNT                      PIC 9(03)       VALUE 0.
       01  TKN-NINE-CNT                    PIC 9(03)       VALUE 0.
       01  TKN-DIGIT-CNT                   PIC 9(03)       VALUE 0.
       01  TKN-DIGIT-CHAR                  PIC X(01).
       01  TKN-DIGIT-NUM REDEFINES TKN-DIGIT-CHAR
                                           PIC 9(01).
      *> ---------------------- RANDOM TOKENS --------------------------
      *> A MULTIPLICATIVE CONGRUENTIAL GENERATOR (MULTIPLIER 16807,
      *> MODULUS 2**31-1), SEEDED FROM THE CLOCK AND THE VAULT'S SIZE.
      *> A TOKEN IS DRAWN AGAIN WHEN IT IS ALREADY IN USE, UP TO
      *> TKN-DRAW-MAX TIMES, BEFORE THE FIELD'S TOKEN SPACE IS
      *> TREATED AS EXHAUSTED.
       01  TKN-RAND-SEED                   PIC 9(10)       VALUE 1.
       01  TKN-RAND-PROD                   PIC 9(15)       VALUE 0.
       01  TKN-RAND-QUOT                   PIC 9(10)       VALUE 0.
       01  TKN-RAND-PICK                   PIC 9(02)       VALUE 0.
       01  TKN-DRAW-CNT                    PIC 9(02)       VALUE 0.
       01  TKN-DRAW-MAX                    PIC 9(02)       VALUE 20.
       01  TKN-TOKEN-CHARS                 PIC X(36)       VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01  TKN-CHAR-IDX                    PIC 9(02).
      *> ------------------- TOKENIZING WORK AREA ----------------------
       01  TKN-REC-BUF                     PIC X(1000).
       01  TKN-POS                         PIC 9(05).
       01  TKN-SPAN                        PIC 9(05).
       01  TKN-BYTE-IDX                    PIC 9(05).
       01  TKN-REC-OK-SW                   PIC X(01)       VALUE "Y".
           88  TKN-REC-OK                  VALUE "Y".
      *> THE VALUE AND ITS TOKEN IN THE VAULT'S FORM.
       01  TKN-VALUE-KEY                   PIC X(40).
       01  TKN-TOKEN-KEY                   PIC X(40).
       01  TKN-CANON                       PIC S9(19)
                                           SIGN LEADING SEPARATE.
       01  TKN-CANON-X REDEFINES TKN-CANON PIC X(20).
       01  TKN-TOKEN-NUM                   PIC 9(18)       VALUE 0.
      *> -------------------- DECODE WORK AREA -------------------------
      *> ONE BYTE PROMOTED TO ITS NUMERIC VALUE THROUGH A TWO-BYTE
      *> BIG-ENDIAN BINARY OVERLAY - THE HIGH BYTE STAYS LOW-VALUE.
       01  TKN-BYTE-PAIR.
           05  TKN-BYTE-HI                 PIC X(01).
           05  TKN-BYTE-LO                 PIC X(01).
       01  TKN-BYTE-NUM REDEFINES TKN-BYTE-PAIR
                                           PIC 9(04) COMP.
       01  TKN-NIB-HI                      PIC 9(02).
       01  TKN-NIB-LO                      PIC 9(02).
      *> AN EIGHT-BYTE FRAME A SHORTER COMP FIELD IS RIGHT-ALIGNED
      *> INTO, SIGN-EXTENDED BY PRESETTING THE FRAME TO LOW- OR
      *> HIGH-VALUES FROM THE FIELD'S TOP BIT.
       01  TKN-BIN-FRAME                   PIC X(08).
       01  TKN-BIN-NUM REDEFINES TKN-BIN-FRAME
                                           PIC S9(18) COMP.
       01  TKN-WORK-NUM                    PIC S9(19)      VALUE 0.
       01  TKN-NEG-SW                      PIC X(01)       VALUE "N".
           88  TKN-IS-NEG                  VALUE "Y".
       01  TKN-DECODE-OK-SW                PIC X(01)       VALUE "Y".
           88  TKN-DECODE-OK               VALUE "Y".
       01  TKN-CUR-BYTE                    PIC X(01).
      *> THE OVERPUNCH DECODE RING - POSITION IN THE STRING GIVES
      *> DIGIT AND SIGN FOR AN EMBEDDED-SIGN LAST BYTE, COVERING THE
      *> EBCDIC-STYLE AND ASCII-STYLE ENCODINGS.
       01  TKN-OVP-POS                     PIC X(20)       VALUE
           "{ABCDEFGHI0123456789".
       01  TKN-OVP-NEG                     PIC X(20)       VALUE
           "}JKLMNOPQRpqrstuvwxy".
       01  TKN-OVP-IDX                     PIC 9(02).
       01  TKN-OVP-FOUND-SW                PIC X(01)       VALUE "N".
           88  TKN-OVP-FOUND               VALUE "Y".
      *> -------------------- ENCODE WORK AREA -------------------------
       01  TKN-DIGIT-STR                   PIC 9(19)       VALUE 0.
       01  TKN-DIGIT-STR-X REDEFINES TKN-DIGIT-STR
                                           PIC X(19).
       01  TKN-DIG-POS                     PIC 9(02).
       01  TKN-ZONE-DIGITS                 PIC 9(02).
      *> ------------------------ COUNTS -------------------------------
       01  TKN-REC-CNT                     PIC 9(08)       VALUE 0.
       01  TKN-WRITTEN-CNT                 PIC 9(08)       VALUE 0.
       01  TKN-SHORT-CNT                   PIC 9(08)       VALUE 0.
       01  TKN-HELD-CNT                    PIC 9(08)       VALUE 0.
       01  TKN-ISSUED-CNT                  PIC 9(08)       VALUE 0.
       01  TKN-REUSED-CNT                  PIC 9(09)       VALUE 0.
       01  TKN-CNT-TXT                     PIC ZZZZZZZZ9.
       01  TKN-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-SENS-REGISTRY THRU 1100-EXIT
               UNTIL TKN-SENS-EOF
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL TKN-LRCAT-EOF
           PERFORM 1300-CHECK-COVERAGE THRU 1300-EXIT
           PERFORM 1400-CHECK-OVERLAP THRU 1400-EXIT
           PERFORM 1500-LOAD-VAULT THRU 1500-EXIT
           PERFORM 1600-SEED-RANDOM THRU 1600-EXIT
           PERFORM 2000-TOKENIZE-RECORDS THRU 2000-EXIT
               UNTIL TKN-EOF
           PERFORM 3000-SAVE-VAULT THRU 3000-EXIT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE LOW-VALUES TO TKN-BYTE-HI
           ACCEPT TKN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TKN-RUN-TIME FROM TIME
           OPEN INPUT TOKPRM-FILE
           IF NOT TKN-TOKPRM-OK
               DISPLAY "PIITOKEN - UNABLE TO OPEN TOKPRM, STATUS="
                   TKN-TOKPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           READ TOKPRM-FILE
               AT END
                   DISPLAY "PIITOKEN - TOKPRM IS EMPTY"
                   CLOSE TOKPRM-FILE
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
           END-READ
           CLOSE TOKPRM-FILE
           OPEN INPUT  LRCAT-FILE
           OPEN INPUT  SENSTAB-FILE
           OPEN INPUT  EXTRACT-FILE
           OPEN OUTPUT TOKOUT-FILE
           OPEN OUTPUT TOKRPT-FILE
           MOVE "Y" TO TKN-OUTPUTS-OPENED-SW
           IF NOT TKN-LRCAT-OK
               DISPLAY "PIITOKEN - UNABLE TO OPEN LRCAT, STATUS="
                   TKN-LRCAT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO TKN-LRCAT-OPENED-SW
           END-IF
      *> A MISSING REGISTRY IS A HARD FAILURE, NOT AN EMPTY ONE - A
      *> RUN THAT QUIETLY TOKENIZED NOTHING WOULD HAND THE VENDOR
      *> REAL VALUES WITH A CLEAN RETURN CODE.
           IF NOT TKN-SENSTAB-OK
               DISPLAY "PIITOKEN - UNABLE TO OPEN SENSTAB, STATUS="
                   TKN-SENSTAB-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO TKN-SENSTAB-OPENED-SW
           END-IF
           IF NOT TKN-EXTRACT-OK
               DISPLAY "PIITOKEN - UNABLE TO OPEN EXTRACT, STATUS="
                   TKN-EXTRACT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO TKN-EXTRACT-OPENED-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO TKN-LRCAT-EOF-SW
           MOVE "Y" TO TKN-SENS-EOF-SW
           MOVE "Y" TO TKN-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
       1100-LOAD-SENS-REGISTRY.
           READ SENSTAB-FILE
               AT END
                   MOVE "Y" TO TKN-SENS-EOF-SW
           END-READ
           IF TKN-SENS-EOF
               GO TO 1100-EXIT
           END-IF
           IF SEN-LR-NAME NOT = TKN-PARM-LR-NAME
               GO TO 1100-EXIT
           END-IF
      *> A FIELD TAGGED TWICE IS TOKENIZED ONCE - A SECOND PASS
      *> WOULD TOKENIZE THE TOKEN.
           PERFORM 1150-CHECK-DUPLICATE-TAG THRU 1150-EXIT
           IF TKN-DUP-TAG-FOUND
               GO TO 1100-EXIT
           END-IF
           IF TKN-SENS-TOP < 100
               ADD 1 TO TKN-SENS-TOP
               MOVE SEN-FIELD-NAME
                   TO TKN-SENS-FIELD-NAME(TKN-SENS-TOP)
               MOVE SEN-SENS-CD TO TKN-SENS-CD(TKN-SENS-TOP)
               MOVE "N" TO TKN-SENS-MATCHED-SW(TKN-SENS-TOP)
           ELSE
               ADD 1 TO TKN-SENS-OVERFLOW-CNT
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1150-CHECK-DUPLICATE-TAG.
           MOVE "N" TO TKN-DUP-TAG-SW
           PERFORM 1160-CHECK-ONE-DUP THRU 1160-EXIT
               VARYING TKN-SENS-IDX FROM 1 BY 1
               UNTIL TKN-SENS-IDX > TKN-SENS-TOP
               OR TKN-DUP-TAG-FOUND.
       1150-EXIT.
           EXIT.
      *
       1160-CHECK-ONE-DUP.
           IF TKN-SENS-FIELD-NAME(TKN-SENS-IDX) = SEN-FIELD-NAME
               MOVE "Y" TO TKN-DUP-TAG-SW
           END-IF.
       1160-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-CATALOG - KEEPS THE GEOMETRY AND SHAPE OF EVERY    *
      *  CATALOG FIELD THE REGISTRY TAGS, AND THE CATALOG LENGTH FOR  *
      *  THE SHORT-RECORD GUARD.                                      *
      ******************************************************************
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
               AT END
                   MOVE "Y" TO TKN-LRCAT-EOF-SW
           END-READ
           IF TKN-LRCAT-EOF
               GO TO 1200-EXIT
           END-IF
      *> REDEFINES ROWS ARE ALTERNATE VIEWS OF BYTES ANOTHER ROW
      *> ALREADY OWNS - TOKENIZING BOTH VIEWS WOULD TOKENIZE THE
      *> TOKEN.  A TAG ON THE REDEFINING NAME THEN FAILS THE
      *> COVERAGE CHECK LOUDLY INSTEAD OF LEAKING QUIETLY.
           IF NOT LRC-IS-FIELD
               OR LRC-LR-NAME NOT = TKN-PARM-LR-NAME
               OR LRC-BYTE-LEN = 0
               OR LRC-REDEFINES-NAME NOT = SPACES
               GO TO 1200-EXIT
           END-IF
           COMPUTE TKN-CAND-LEN = LRC-OFFSET + LRC-EFFECTIVE-LEN
           IF TKN-CAND-LEN > TKN-CAT-LEN
               MOVE TKN-CAND-LEN TO TKN-CAT-LEN
           END-IF
           PERFORM 1210-MATCH-REGISTRY THRU 1210-EXIT.
       1200-EXIT.
           EXIT.
      *
       1210-MATCH-REGISTRY.
           PERFORM 1220-MATCH-ONE-TAG THRU 1220-EXIT
               VARYING TKN-SENS-IDX FROM 1 BY 1
               UNTIL TKN-SENS-IDX > TKN-SENS-TOP.
       1210-EXIT.
           EXIT.
      *
       1220-MATCH-ONE-TAG.
           IF TKN-SENS-FIELD-NAME(TKN-SENS-IDX) NOT = LRC-FIELD-NAME
               GO TO 1220-EXIT
           END-IF
           MOVE "Y" TO TKN-SENS-MATCHED-SW(TKN-SENS-IDX)
           IF TKN-FLD-TOP >= 100
               ADD 1 TO TKN-FLD-OVERFLOW-CNT
               GO TO 1220-EXIT
           END-IF
           ADD 1 TO TKN-FLD-TOP
           MOVE LRC-FIELD-NAME TO TKN-FLD-NAME(TKN-FLD-TOP)
           MOVE LRC-BYTE-LEN   TO TKN-FLD-BYTE-LEN(TKN-FLD-TOP)
           MOVE LRC-EFFECTIVE-LEN
                               TO TKN-FLD-EFF-LEN(TKN-FLD-TOP)
           MOVE LRC-OFFSET     TO TKN-FLD-OFFSET(TKN-FLD-TOP)
           DIVIDE LRC-EFFECTIVE-LEN BY LRC-BYTE-LEN
               GIVING TKN-FLD-COPIES(TKN-FLD-TOP)
           MOVE LRC-USAGE-CD   TO TKN-FLD-USAGE(TKN-FLD-TOP)
           MOVE LRC-SIGN-CD    TO TKN-FLD-SIGN(TKN-FLD-TOP)
           MOVE 0 TO TKN-FLD-TOKEN-CNT(TKN-FLD-TOP)
           MOVE LRC-PICTURE TO TKN-PIC-WORK
           PERFORM 1250-PARSE-PICTURE THRU 1250-EXIT
           PERFORM 1230-CHECK-SHAPE THRU 1230-EXIT.
       1220-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1230-CHECK-SHAPE - A TOKEN MUST FIT WHERE THE VALUE WAS.     *
      *  TEXT UP TO 40 BYTES TAKES A TEXT TOKEN; A ZONED, BINARY OR   *
      *  PACKED NUMBER OF UP TO 18 DIGITS TAKES A NUMERIC TOKEN OF    *
      *  THE SAME DIGIT COUNT.  ANYTHING ELSE (FLOATING POINT, EDITED *
      *  OR NATIONAL DATA, A LONGER FIELD) HALTS THE RUN - IT WOULD   *
      *  OTHERWISE LEAVE THE BUILDING IN THE CLEAR.                   *
      ******************************************************************
       1230-CHECK-SHAPE.
           MOVE SPACES TO TKN-REASON
           EVALUATE TRUE
               WHEN LRC-USAGE-CD = "COMP-1" OR LRC-USAGE-CD = "COMP-2"
                   MOVE "FLOATING POINT" TO TKN-REASON
               WHEN LRC-USAGE-CD = "EDITED"
                   MOVE "NUMERIC-EDITED" TO TKN-REASON
               WHEN LRC-USAGE-CD = "NATIONAL"
                   MOVE "NATIONAL DATA" TO TKN-REASON
               WHEN TKN-NINE-CNT > 0 AND TKN-XA-CNT = 0
                   MOVE "N" TO TKN-FLD-KIND(TKN-FLD-TOP)
                   IF TKN-DIGIT-CNT > 18
                       MOVE "MORE THAN 18 DIGITS" TO TKN-REASON
                   ELSE
                       MOVE TKN-DIGIT-CNT
                           TO TKN-FLD-WIDTH(TKN-FLD-TOP)
                   END-IF
               WHEN OTHER
                   MOVE "X" TO TKN-FLD-KIND(TKN-FLD-TOP)
                   IF LRC-BYTE-LEN > 40
                       MOVE "TEXT LONGER THAN 40 BYTES" TO TKN-REASON
                   ELSE
                       MOVE LRC-BYTE-LEN TO TKN-FLD-WIDTH(TKN-FLD-TOP)
                   END-IF
           END-EVALUATE
           IF TKN-REASON NOT = SPACES
               ADD 1 TO TKN-BAD-FLD-CNT
               MOVE SPACES TO TKN-OUT-LINE
               STRING "TAGGED FIELD " DELIMITED BY SIZE
                   LRC-FIELD-NAME DELIMITED BY SPACE
                   " CANNOT TAKE A TOKEN - " DELIMITED BY SIZE
                   TKN-REASON DELIMITED BY "  "
                   INTO TKN-OUT-LINE
               END-STRING
               WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
               DISPLAY "PIITOKEN - " TKN-OUT-LINE(1:80)
           END-IF.
       1230-EXIT.
           EXIT.
      *
       1250-PARSE-PICTURE.
           MOVE 0 TO TKN-XA-CNT
           MOVE 0 TO TKN-NINE-CNT
           MOVE 0 TO TKN-DIGIT-CNT
           MOVE 1 TO TKN-PIC-IDX
           PERFORM 1260-PARSE-ONE-CHAR THRU 1260-EXIT
               UNTIL TKN-PIC-IDX > 30.
       1250-EXIT.
           EXIT.
      *
       1260-PARSE-ONE-CHAR.
           MOVE TKN-PIC-WORK(TKN-PIC-IDX:1) TO TKN-PIC-CHAR
           EVALUATE TKN-PIC-CHAR
               WHEN "9"
                   ADD 1 TO TKN-NINE-CNT
                   PERFORM 1270-COUNT-REPEAT THRU 1270-EXIT
                   ADD TKN-REPEAT-NUM TO TKN-DIGIT-CNT
               WHEN "X"
               WHEN "A"
                   ADD 1 TO TKN-XA-CNT
                   PERFORM 1270-COUNT-REPEAT THRU 1270-EXIT
               WHEN "P"
                   PERFORM 1270-COUNT-REPEAT THRU 1270-EXIT
               WHEN SPACE
                   MOVE 31 TO TKN-PIC-IDX
               WHEN OTHER
                   ADD 1 TO TKN-PIC-IDX
           END-EVALUATE.
       1260-EXIT.
           EXIT.
      *
       1270-COUNT-REPEAT.
           MOVE 1 TO TKN-REPEAT-NUM
           ADD 1 TO TKN-PIC-IDX
           IF TKN-PIC-IDX > 29
               GO TO 1270-EXIT
           END-IF
           IF TKN-PIC-WORK(TKN-PIC-IDX:1) NOT = "("
               GO TO 1270-EXIT
           END-IF
           MOVE 0 TO TKN-REPEAT-NUM
           ADD 1 TO TKN-PIC-IDX
           PERFORM 1280-PARSE-REPEAT-DIGIT THRU 1280-EXIT
               UNTIL TKN-PIC-IDX > 30
               OR TKN-PIC-WORK(TKN-PIC-IDX:1) = ")"
           ADD 1 TO TKN-PIC-IDX.
       1270-EXIT.
           EXIT.
      *
       1280-PARSE-REPEAT-DIGIT.
           IF TKN-PIC-WORK(TKN-PIC-IDX:1) >= "0"
               AND TKN-PIC-WORK(TKN-PIC-IDX:1) <= "9"
               MOVE TKN-PIC-WORK(TKN-PIC-IDX:1) TO TKN-DIGIT-CHAR
               COMPUTE TKN-REPEAT-NUM =
                   TKN-REPEAT-NUM * 10 + TKN-DIGIT-NUM
           END-IF
           ADD 1 TO TKN-PIC-IDX.
       1280-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-CHECK-COVERAGE - A TAG NAMING A FIELD THE CATALOG DOES  *
      *  NOT CARRY, OR A TAGGED FIELD NO TOKEN CAN STAND IN FOR,      *
      *  HALTS THE RUN - A FILE LEAVING THE BUILDING WITH A TAGGED    *
      *  VALUE IN THE CLEAR IS WORSE THAN A LATE FILE.                *
      ******************************************************************
       1300-CHECK-COVERAGE.
           IF TKN-EOF
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-CHECK-ONE-TAG THRU 1310-EXIT
               VARYING TKN-SENS-IDX FROM 1 BY 1
               UNTIL TKN-SENS-IDX > TKN-SENS-TOP
           IF TKN-SENS-OVERFLOW-CNT > 0 OR TKN-FLD-OVERFLOW-CNT > 0
               DISPLAY "PIITOKEN - REGISTRY OR FIELD TABLE OVERFLOW"
               ADD 1 TO TKN-BAD-FLD-CNT
           END-IF
           IF TKN-FLD-TOP = 0 AND TKN-SENS-TOP > 0
               DISPLAY "PIITOKEN - NO TAGGED FIELD MATCHED THE "
                   "CATALOG - NOTHING WOULD BE TOKENIZED"
               ADD 1 TO TKN-BAD-FLD-CNT
           END-IF
           IF TKN-BAD-FLD-CNT > 0
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-CHECK-ONE-TAG.
           IF NOT TKN-SENS-MATCHED(TKN-SENS-IDX)
               MOVE SPACES TO TKN-OUT-LINE
               STRING "TAGGED FIELD " DELIMITED BY SIZE
                   TKN-SENS-FIELD-NAME(TKN-SENS-IDX)
                       DELIMITED BY SPACE
                   " NOT CARRIED BY THE CATALOG - NOT PROTECTED"
                   DELIMITED BY SIZE
                   INTO TKN-OUT-LINE
               END-STRING
               WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
               ADD 1 TO TKN-BAD-FLD-CNT
           END-IF.
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1400-CHECK-OVERLAP - TWO GEOMETRY ENTRIES COVERING THE SAME  *
      *  BYTE WOULD TOKENIZE A TOKEN, AND THE VAULT WOULD THEN HOLD A *
      *  TOKEN AS THE "REAL" VALUE, SO AN OVERLAP HALTS THE RUN       *
      *  BEFORE A SINGLE RECORD IS WRITTEN.                           *
      ******************************************************************
       1400-CHECK-OVERLAP.
           IF TKN-EOF
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-CHECK-ONE-PAIR THRU 1410-EXIT
               VARYING TKN-FLD-IDX FROM 1 BY 1
               UNTIL TKN-FLD-IDX >= TKN-FLD-TOP
               AFTER TKN-FLD-IDX2 FROM 2 BY 1
               UNTIL TKN-FLD-IDX2 > TKN-FLD-TOP.
       1400-EXIT.
           EXIT.
      *
       1410-CHECK-ONE-PAIR.
           IF TKN-FLD-IDX2 <= TKN-FLD-IDX
               GO TO 1410-EXIT
           END-IF
           IF TKN-FLD-OFFSET(TKN-FLD-IDX) <
                   TKN-FLD-OFFSET(TKN-FLD-IDX2)
                   + TKN-FLD-EFF-LEN(TKN-FLD-IDX2)
               AND TKN-FLD-OFFSET(TKN-FLD-IDX2) <
                   TKN-FLD-OFFSET(TKN-FLD-IDX)
                   + TKN-FLD-EFF-LEN(TKN-FLD-IDX)
               MOVE SPACES TO TKN-OUT-LINE
               STRING "TAGGED FIELDS " DELIMITED BY SIZE
                   TKN-FLD-NAME(TKN-FLD-IDX) DELIMITED BY SPACE
                   " AND " DELIMITED BY SIZE
                   TKN-FLD-NAME(TKN-FLD-IDX2) DELIMITED BY SPACE
                   " OVERLAP - TOKENIZING BOTH WOULD TOKENIZE A TOKEN"
                   DELIMITED BY SIZE
                   INTO TKN-OUT-LINE
               END-STRING
               WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
               DISPLAY "PIITOKEN - " TKN-OUT-LINE(1:80)
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1500-LOAD-VAULT - EVERY TOKEN EVER ISSUED, SO A KNOWN VALUE  *
      *  REUSES ITS TOKEN AND A NEW TOKEN NEVER REPEATS AN OLD ONE.   *
      *  AN UNREADABLE VAULT HALTS THE RUN - TOKENS ISSUED BLIND      *
      *  COULD COLLIDE WITH ONES ALREADY OUT AT A VENDOR.             *
      ******************************************************************
       1500-LOAD-VAULT.
           IF TKN-EOF
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT TOKVAULT-FILE
           IF NOT TKN-TOKVAULT-OK
               DISPLAY "PIITOKEN - UNABLE TO OPEN TOKVAULT, STATUS="
                   TKN-TOKVAULT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LOAD-ONE-VAULT-ROW THRU 1510-EXIT
               UNTIL TKN-VAULT-EOF
           CLOSE TOKVAULT-FILE
           MOVE TKN-VLT-TOP TO TKN-VLT-LOADED.
       1500-EXIT.
           EXIT.
      *
       1510-LOAD-ONE-VAULT-ROW.
           READ TOKVAULT-FILE
               AT END
                   MOVE "Y" TO TKN-VAULT-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           IF TKN-VLT-TOP >= TKN-VLT-MAX
               DISPLAY "PIITOKEN - TOKVAULT HOLDS MORE THAN THE "
                   "20000-ENTRY TABLE"
               MOVE "Y" TO TKN-VAULT-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO TKN-VLT-TOP
           MOVE TKV-KIND  TO TKN-VLT-KIND(TKN-VLT-TOP)
           MOVE TKV-WIDTH TO TKN-VLT-WIDTH(TKN-VLT-TOP)
           MOVE TKV-TOKEN TO TKN-VLT-TOKEN(TKN-VLT-TOP)
           MOVE TKV-VALUE TO TKN-VLT-VALUE(TKN-VLT-TOP)
           MOVE 0 TO TKN-VLT-FLD-IDX(TKN-VLT-TOP).
       1510-EXIT.
           EXIT.
      *
      *> THE SEED MIXES THE TIME OF DAY, THE DATE AND THE VAULT'S
      *> SIZE, AND IS KEPT INSIDE 1 THROUGH 2**31-2 AS THE GENERATOR
      *> REQUIRES.
       1600-SEED-RANDOM.
           COMPUTE TKN-RAND-PROD = TKN-RUN-TIME * 7919
               + TKN-RUN-DATE + TKN-VLT-TOP * 104729
           DIVIDE TKN-RAND-PROD BY 2147483646 GIVING TKN-RAND-QUOT
               REMAINDER TKN-RAND-SEED
           ADD 1 TO TKN-RAND-SEED
           PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
           PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT.
       1600-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-TOKENIZE-RECORDS - ONE RECORD, EVERY TAGGED FIELD AND   *
      *  EVERY COPY OF IT TOKENIZED BEFORE IT IS WRITTEN.  A RECORD   *
      *  TOO SHORT FOR THE LAYOUT, OR WITH A NUMBER THAT DOES NOT     *
      *  DECODE, IS HELD OUT OF TOKOUT ENTIRELY - SENDING IT WOULD    *
      *  SEND THE VALUE.                                              *
      ******************************************************************
       2000-TOKENIZE-RECORDS.
           READ EXTRACT-FILE INTO TKN-REC-BUF
               AT END
                   MOVE "Y" TO TKN-EOF-SW
           END-READ
           IF TKN-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO TKN-REC-CNT
           IF TKN-REC-LEN < TKN-CAT-LEN
               ADD 1 TO TKN-SHORT-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE "Y" TO TKN-REC-OK-SW
           PERFORM 2100-TOKENIZE-ONE-FIELD THRU 2100-EXIT
               VARYING TKN-FLD-IDX FROM 1 BY 1
               UNTIL TKN-FLD-IDX > TKN-FLD-TOP
               OR NOT TKN-REC-OK
           IF NOT TKN-REC-OK
               ADD 1 TO TKN-HELD-CNT
               GO TO 2000-EXIT
           END-IF
           WRITE TOKOUT-RECORD FROM TKN-REC-BUF(1:TKN-REC-LEN)
           ADD 1 TO TKN-WRITTEN-CNT.
       2000-EXIT.
           EXIT.
      *
       2100-TOKENIZE-ONE-FIELD.
           PERFORM 2200-TOKENIZE-ONE-COPY THRU 2200-EXIT
               VARYING TKN-COPY-IDX FROM 1 BY 1
               UNTIL TKN-COPY-IDX > TKN-FLD-COPIES(TKN-FLD-IDX)
               OR NOT TKN-REC-OK.
       2100-EXIT.
           EXIT.
      *
       2200-TOKENIZE-ONE-COPY.
           COMPUTE TKN-POS = TKN-FLD-OFFSET(TKN-FLD-IDX)
               + (TKN-COPY-IDX - 1) * TKN-FLD-BYTE-LEN(TKN-FLD-IDX)
               + 1
           MOVE TKN-FLD-BYTE-LEN(TKN-FLD-IDX) TO TKN-SPAN
           MOVE SPACES TO TKN-VALUE-KEY
           IF TKN-FLD-IS-NUMERIC(TKN-FLD-IDX)
               PERFORM 5000-DECODE-NUMBER THRU 5000-EXIT
               IF NOT TKN-DECODE-OK
                   MOVE "N" TO TKN-REC-OK-SW
                   GO TO 2200-EXIT
               END-IF
               MOVE TKN-WORK-NUM TO TKN-CANON
               MOVE TKN-CANON-X TO TKN-VALUE-KEY
           ELSE
      *> A BLANK TEXT FIELD HOLDS NOTHING TO PROTECT AND STAYS BLANK.
               IF TKN-REC-BUF(TKN-POS:TKN-SPAN) = SPACES
                   GO TO 2200-EXIT
               END-IF
               MOVE TKN-REC-BUF(TKN-POS:TKN-SPAN) TO TKN-VALUE-KEY
           END-IF
           PERFORM 2300-FIND-VALUE THRU 2300-EXIT
           IF TKN-FOUND
               ADD 1 TO TKN-REUSED-CNT
           ELSE
               PERFORM 2400-ISSUE-TOKEN THRU 2400-EXIT
               IF NOT TKN-REC-OK
                   GO TO 2200-EXIT
               END-IF
           END-IF
           MOVE TKN-VLT-TOKEN(TKN-VLT-HIT) TO TKN-TOKEN-KEY
           IF TKN-FLD-IS-NUMERIC(TKN-FLD-IDX)
               MOVE TKN-TOKEN-KEY(1:20) TO TKN-CANON-X
               PERFORM 5500-ENCODE-NUMBER THRU 5500-EXIT
           ELSE
               MOVE TKN-TOKEN-KEY(1:TKN-SPAN)
                   TO TKN-REC-BUF(TKN-POS:TKN-SPAN)
           END-IF
           ADD 1 TO TKN-FLD-TOKEN-CNT(TKN-FLD-IDX).
       2200-EXIT.
           EXIT.
      *
       2300-FIND-VALUE.
           MOVE "N" TO TKN-FOUND-SW
           PERFORM 2310-MATCH-ONE-VALUE THRU 2310-EXIT
               VARYING TKN-VLT-IDX FROM 1 BY 1
               UNTIL TKN-VLT-IDX > TKN-VLT-TOP
               OR TKN-FOUND.
       2300-EXIT.
           EXIT.
      *
       2310-MATCH-ONE-VALUE.
           IF TKN-VLT-KIND(TKN-VLT-IDX) = TKN-FLD-KIND(TKN-FLD-IDX)
               AND TKN-VLT-WIDTH(TKN-VLT-IDX)
                   = TKN-FLD-WIDTH(TKN-FLD-IDX)
               AND TKN-VLT-VALUE(TKN-VLT-IDX) = TKN-VALUE-KEY
               MOVE "Y" TO TKN-FOUND-SW
               MOVE TKN-VLT-IDX TO TKN-VLT-HIT
           END-IF.
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2400-ISSUE-TOKEN - DRAWS A TOKEN NOT ALREADY IN USE FOR THE  *
      *  FIELD'S KIND AND WIDTH AND VAULTS IT WITH THE VALUE.  A FULL *
      *  VAULT TABLE OR A TOKEN SPACE TOO CROWDED TO DRAW FROM HALTS  *
      *  THE RUN; THE TOKENS ALREADY ISSUED ARE STILL SAVED, SO THE   *
      *  RECORDS ALREADY WRITTEN CAN BE RESTORED.                     *
      ******************************************************************
       2400-ISSUE-TOKEN.
           IF TKN-VLT-TOP >= TKN-VLT-MAX
               DISPLAY "PIITOKEN - VAULT TABLE FULL AT "
                   "20000 ENTRIES - RUN HALTED"
               MOVE "N" TO TKN-REC-OK-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2400-EXIT
           END-IF
           MOVE 0 TO TKN-DRAW-CNT
           MOVE "Y" TO TKN-FOUND-SW
           PERFORM 2410-DRAW-ONE-TOKEN THRU 2410-EXIT
               UNTIL NOT TKN-FOUND
               OR TKN-DRAW-CNT >= TKN-DRAW-MAX
           IF TKN-FOUND
               MOVE SPACES TO TKN-OUT-LINE
               STRING "NO FREE TOKEN FOR FIELD " DELIMITED BY SIZE
                   TKN-FLD-NAME(TKN-FLD-IDX) DELIMITED BY SPACE
                   " - ITS TOKEN SPACE IS TOO CROWDED"
                   DELIMITED BY SIZE
                   INTO TKN-OUT-LINE
               END-STRING
               WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
               DISPLAY "PIITOKEN - " TKN-OUT-LINE(1:80)
               MOVE "N" TO TKN-REC-OK-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO TKN-VLT-TOP
           MOVE TKN-FLD-KIND(TKN-FLD-IDX) TO TKN-VLT-KIND(TKN-VLT-TOP)
           MOVE TKN-FLD-WIDTH(TKN-FLD-IDX)
               TO TKN-VLT-WIDTH(TKN-VLT-TOP)
           MOVE TKN-TOKEN-KEY TO TKN-VLT-TOKEN(TKN-VLT-TOP)
           MOVE TKN-VALUE-KEY TO TKN-VLT-VALUE(TKN-VLT-TOP)
           MOVE TKN-FLD-IDX   TO TKN-VLT-FLD-IDX(TKN-VLT-TOP)
           MOVE TKN-VLT-TOP   TO TKN-VLT-HIT
           ADD 1 TO TKN-ISSUED-CNT.
       2400-EXIT.
           EXIT.
      *
       2410-DRAW-ONE-TOKEN.
           ADD 1 TO TKN-DRAW-CNT
           MOVE SPACES TO TKN-TOKEN-KEY
           IF TKN-FLD-IS-NUMERIC(TKN-FLD-IDX)
               PERFORM 2420-DRAW-NUMERIC-TOKEN THRU 2420-EXIT
           ELSE
               PERFORM 2430-DRAW-TEXT-CHAR THRU 2430-EXIT
                   VARYING TKN-CHAR-IDX FROM 1 BY 1
                   UNTIL TKN-CHAR-IDX > TKN-FLD-WIDTH(TKN-FLD-IDX)
           END-IF
           MOVE "N" TO TKN-FOUND-SW
           PERFORM 2440-MATCH-ONE-TOKEN THRU 2440-EXIT
               VARYING TKN-VLT-IDX FROM 1 BY 1
               UNTIL TKN-VLT-IDX > TKN-VLT-TOP
               OR TKN-FOUND.
       2410-EXIT.
           EXIT.
      *
      *> A NUMERIC TOKEN USES EVERY DIGIT OF THE FIELD - THE LEADING
      *> DIGIT IS NEVER ZERO, SO A TOKEN NEVER LOOKS LIKE A SHORT
      *> NUMBER PADDED OUT.
       2420-DRAW-NUMERIC-TOKEN.
           MOVE 0 TO TKN-TOKEN-NUM
           PERFORM 2425-DRAW-ONE-DIGIT THRU 2425-EXIT
               VARYING TKN-CHAR-IDX FROM 1 BY 1
               UNTIL TKN-CHAR-IDX > TKN-FLD-WIDTH(TKN-FLD-IDX)
           MOVE TKN-TOKEN-NUM TO TKN-CANON
           MOVE TKN-CANON-X TO TKN-TOKEN-KEY.
       2420-EXIT.
           EXIT.
      *
       2425-DRAW-ONE-DIGIT.
           PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
           IF TKN-CHAR-IDX = 1 AND TKN-FLD-WIDTH(TKN-FLD-IDX) > 1
               DIVIDE TKN-RAND-SEED BY 9 GIVING TKN-RAND-QUOT
                   REMAINDER TKN-RAND-PICK
               ADD 1 TO TKN-RAND-PICK
           ELSE
               DIVIDE TKN-RAND-SEED BY 10 GIVING TKN-RAND-QUOT
                   REMAINDER TKN-RAND-PICK
           END-IF
           COMPUTE TKN-TOKEN-NUM = TKN-TOKEN-NUM * 10 + TKN-RAND-PICK.
       2425-EXIT.
           EXIT.
      *
       2430-DRAW-TEXT-CHAR.
           PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
           DIVIDE TKN-RAND-SEED BY 36 GIVING TKN-RAND-QUOT
               REMAINDER TKN-RAND-PICK
           MOVE TKN-TOKEN-CHARS(TKN-RAND-PICK + 1:1)
               TO TKN-TOKEN-KEY(TKN-CHAR-IDX:1).
       2430-EXIT.
           EXIT.
      *
       2440-MATCH-ONE-TOKEN.
           IF TKN-VLT-KIND(TKN-VLT-IDX) = TKN-FLD-KIND(TKN-FLD-IDX)
               AND TKN-VLT-WIDTH(TKN-VLT-IDX)
                   = TKN-FLD-WIDTH(TKN-FLD-IDX)
               AND TKN-VLT-TOKEN(TKN-VLT-IDX) = TKN-TOKEN-KEY
               MOVE "Y" TO TKN-FOUND-SW
           END-IF.
       2440-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-SAVE-VAULT - APPENDS EVERY TOKEN THIS RUN ISSUED.  A    *
      *  VAULT THAT WILL NOT TAKE THEM MEANS TOKOUT CAN NEVER BE      *
      *  RESTORED, SO IT MUST NOT BE SENT - RETURN-CODE 16.           *
      ******************************************************************
       3000-SAVE-VAULT.
           IF TKN-VLT-TOP = TKN-VLT-LOADED
               GO TO 3000-EXIT
           END-IF
           OPEN EXTEND TOKVAULT-FILE
           IF NOT TKN-TOKVAULT-OK
               DISPLAY "PIITOKEN - UNABLE TO EXTEND TOKVAULT, STATUS="
                   TKN-TOKVAULT-STATUS " - TOKOUT MUST NOT BE SENT"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           COMPUTE TKN-VLT-IDX = TKN-VLT-LOADED + 1
           PERFORM 3100-SAVE-ONE-TOKEN THRU 3100-EXIT
               VARYING TKN-VLT-IDX FROM TKN-VLT-IDX BY 1
               UNTIL TKN-VLT-IDX > TKN-VLT-TOP
           CLOSE TOKVAULT-FILE
           IF TKN-VLT-WRITE-ERR
               DISPLAY "PIITOKEN - TOKVAULT WRITE FAILED - TOKOUT "
                   "MUST NOT BE SENT"
               MOVE 16 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-SAVE-ONE-TOKEN.
           MOVE TKN-VLT-KIND(TKN-VLT-IDX)  TO TKV-KIND
           MOVE TKN-VLT-WIDTH(TKN-VLT-IDX) TO TKV-WIDTH
           MOVE TKN-VLT-TOKEN(TKN-VLT-IDX) TO TKV-TOKEN
           MOVE TKN-VLT-VALUE(TKN-VLT-IDX) TO TKV-VALUE
           MOVE TKN-RUN-DATE               TO TKV-ISSUE-DATE
           MOVE TKN-PARM-LR-NAME           TO TKV-LR-NAME
           MOVE TKN-FLD-NAME(TKN-VLT-FLD-IDX(TKN-VLT-IDX))
                                           TO TKV-FIELD-NAME
           WRITE TOKEN-VAULT-RECORD
           IF NOT TKN-TOKVAULT-OK
               MOVE "Y" TO TKN-VLT-WRITE-ERR-SW
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-DECODE-NUMBER - THE FIELD AT TKN-POS FOR TKN-SPAN BYTES *
      *  INTO TKN-WORK-NUM AS ITS UNSCALED DIGITS AND SIGN - THE      *
      *  TOKEN STANDS IN FOR THE DIGITS, NOT THE VALUE THEY SCALE TO. *
      ******************************************************************
       5000-DECODE-NUMBER.
           MOVE "Y" TO TKN-DECODE-OK-SW
           EVALUATE TKN-FLD-USAGE(TKN-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
                   PERFORM 5200-DECODE-BINARY THRU 5200-EXIT
               WHEN "COMP-3"
                   PERFORM 5300-DECODE-PACKED THRU 5300-EXIT
               WHEN OTHER
                   PERFORM 5400-DECODE-ZONED THRU 5400-EXIT
           END-EVALUATE.
       5000-EXIT.
           EXIT.
      *
       5200-DECODE-BINARY.
           IF TKN-SPAN > 8
               MOVE "N" TO TKN-DECODE-OK-SW
               GO TO 5200-EXIT
           END-IF
           IF TKN-REC-BUF(TKN-POS:1) >= X"80"
               AND TKN-FLD-SIGN(TKN-FLD-IDX) NOT = "N"
               MOVE HIGH-VALUES TO TKN-BIN-FRAME
           ELSE
               MOVE LOW-VALUES TO TKN-BIN-FRAME
           END-IF
           MOVE TKN-REC-BUF(TKN-POS:TKN-SPAN)
               TO TKN-BIN-FRAME(9 - TKN-SPAN:TKN-SPAN)
           MOVE TKN-BIN-NUM TO TKN-WORK-NUM.
       5200-EXIT.
           EXIT.
      *
       5300-DECODE-PACKED.
           IF TKN-SPAN > 10
               MOVE "N" TO TKN-DECODE-OK-SW
               GO TO 5300-EXIT
           END-IF
           MOVE 0 TO TKN-WORK-NUM
           MOVE "N" TO TKN-NEG-SW
           PERFORM 5310-DECODE-PACKED-BYTE THRU 5310-EXIT
               VARYING TKN-BYTE-IDX FROM 1 BY 1
               UNTIL TKN-BYTE-IDX > TKN-SPAN
               OR NOT TKN-DECODE-OK
           IF TKN-DECODE-OK AND TKN-IS-NEG
               COMPUTE TKN-WORK-NUM = 0 - TKN-WORK-NUM
           END-IF.
       5300-EXIT.
           EXIT.
      *
       5310-DECODE-PACKED-BYTE.
           MOVE TKN-REC-BUF(TKN-POS + TKN-BYTE-IDX - 1:1)
               TO TKN-BYTE-LO
           DIVIDE TKN-BYTE-NUM BY 16 GIVING TKN-NIB-HI
               REMAINDER TKN-NIB-LO
           IF TKN-NIB-HI > 9
               MOVE "N" TO TKN-DECODE-OK-SW
               GO TO 5310-EXIT
           END-IF
           COMPUTE TKN-WORK-NUM = TKN-WORK-NUM * 10 + TKN-NIB-HI
           IF TKN-BYTE-IDX < TKN-SPAN
               IF TKN-NIB-LO > 9
                   MOVE "N" TO TKN-DECODE-OK-SW
               ELSE
                   COMPUTE TKN-WORK-NUM =
                       TKN-WORK-NUM * 10 + TKN-NIB-LO
               END-IF
           ELSE
               IF TKN-NIB-LO < 10
                   MOVE "N" TO TKN-DECODE-OK-SW
               END-IF
               IF TKN-NIB-LO = 11 OR TKN-NIB-LO = 13
                   MOVE "Y" TO TKN-NEG-SW
               END-IF
           END-IF.
       5310-EXIT.
           EXIT.
      *
       5400-DECODE-ZONED.
           IF TKN-SPAN > 20
               MOVE "N" TO TKN-DECODE-OK-SW
               GO TO 5400-EXIT
           END-IF
           MOVE 0 TO TKN-WORK-NUM
           MOVE "N" TO TKN-NEG-SW
           PERFORM 5410-DECODE-ZONED-BYTE THRU 5410-EXIT
               VARYING TKN-BYTE-IDX FROM 1 BY 1
               UNTIL TKN-BYTE-IDX > TKN-SPAN
               OR NOT TKN-DECODE-OK
           IF TKN-DECODE-OK AND TKN-IS-NEG
               COMPUTE TKN-WORK-NUM = 0 - TKN-WORK-NUM
           END-IF.
       5400-EXIT.
           EXIT.
      *
       5410-DECODE-ZONED-BYTE.
           MOVE TKN-REC-BUF(TKN-POS + TKN-BYTE-IDX - 1:1)
               TO TKN-CUR-BYTE
           IF TKN-FLD-SIGN(TKN-FLD-IDX) = "L" AND TKN-BYTE-IDX = 1
               IF TKN-CUR-BYTE = "-"
                   MOVE "Y" TO TKN-NEG-SW
               ELSE
                   IF TKN-CUR-BYTE NOT = "+"
                       MOVE "N" TO TKN-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 5410-EXIT
           END-IF
           IF TKN-FLD-SIGN(TKN-FLD-IDX) = "T"
               AND TKN-BYTE-IDX = TKN-SPAN
               IF TKN-CUR-BYTE = "-"
                   MOVE "Y" TO TKN-NEG-SW
               ELSE
                   IF TKN-CUR-BYTE NOT = "+"
                       MOVE "N" TO TKN-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 5410-EXIT
           END-IF
           IF TKN-FLD-SIGN(TKN-FLD-IDX) = "S"
               AND TKN-BYTE-IDX = TKN-SPAN
               PERFORM 5420-DECODE-OVERPUNCH THRU 5420-EXIT
               GO TO 5410-EXIT
           END-IF
           IF TKN-CUR-BYTE < "0" OR TKN-CUR-BYTE > "9"
               MOVE "N" TO TKN-DECODE-OK-SW
               GO TO 5410-EXIT
           END-IF
           MOVE TKN-CUR-BYTE TO TKN-DIGIT-CHAR
           COMPUTE TKN-WORK-NUM = TKN-WORK-NUM * 10 + TKN-DIGIT-NUM.
       5410-EXIT.
           EXIT.
      *
       5420-DECODE-OVERPUNCH.
           MOVE "N" TO TKN-OVP-FOUND-SW
           PERFORM 5430-MATCH-ONE-OVERPUNCH THRU 5430-EXIT
               VARYING TKN-OVP-IDX FROM 1 BY 1
               UNTIL TKN-OVP-IDX > 20
               OR TKN-OVP-FOUND
           IF NOT TKN-OVP-FOUND
               MOVE "N" TO TKN-DECODE-OK-SW
           END-IF.
       5420-EXIT.
           EXIT.
      *
      *> THE RING HOLDS DIGITS 0-9 TWICE IN EACH STRING - POSITION
      *> MODULO 10 IS THE DIGIT VALUE.
       5430-MATCH-ONE-OVERPUNCH.
           IF TKN-OVP-POS(TKN-OVP-IDX:1) = TKN-CUR-BYTE
               MOVE "Y" TO TKN-OVP-FOUND-SW
               DIVIDE TKN-OVP-IDX BY 10 GIVING TKN-NIB-HI
                   REMAINDER TKN-NIB-LO
               IF TKN-NIB-LO = 0
                   MOVE 10 TO TKN-NIB-LO
               END-IF
               COMPUTE TKN-WORK-NUM =
                   TKN-WORK-NUM * 10 + TKN-NIB-LO - 1
           END-IF
           IF TKN-OVP-NEG(TKN-OVP-IDX:1) = TKN-CUR-BYTE
               AND NOT TKN-OVP-FOUND
               MOVE "Y" TO TKN-OVP-FOUND-SW
               MOVE "Y" TO TKN-NEG-SW
               DIVIDE TKN-OVP-IDX BY 10 GIVING TKN-NIB-HI
                   REMAINDER TKN-NIB-LO
               IF TKN-NIB-LO = 0
                   MOVE 10 TO TKN-NIB-LO
               END-IF
               COMPUTE TKN-WORK-NUM =
                   TKN-WORK-NUM * 10 + TKN-NIB-LO - 1
           END-IF.
       5430-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5500-ENCODE-NUMBER - TKN-CANON BACK INTO THE FIELD AT        *
      *  TKN-POS IN THE FIELD'S OWN USAGE AND SIGN CONVENTION.        *
      ******************************************************************
       5500-ENCODE-NUMBER.
           MOVE "N" TO TKN-NEG-SW
           IF TKN-CANON < 0
               MOVE "Y" TO TKN-NEG-SW
               COMPUTE TKN-DIGIT-STR = 0 - TKN-CANON
           ELSE
               MOVE TKN-CANON TO TKN-DIGIT-STR
           END-IF
           EVALUATE TKN-FLD-USAGE(TKN-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
                   PERFORM 5600-ENCODE-BINARY THRU 5600-EXIT
               WHEN "COMP-3"
                   PERFORM 5700-ENCODE-PACKED THRU 5700-EXIT
               WHEN OTHER
                   PERFORM 5800-ENCODE-ZONED THRU 5800-EXIT
           END-EVALUATE.
       5500-EXIT.
           EXIT.
      *
      *> SIGNED BIG-ENDIAN BINARY - THE RIGHTMOST BYTES OF THE VALUE
      *> IN AN EIGHT-BYTE FRAME, WHICH CARRY THE SIGN EXTENSION WITH
      *> THEM.
       5600-ENCODE-BINARY.
           MOVE TKN-CANON TO TKN-BIN-NUM
           MOVE TKN-BIN-FRAME(9 - TKN-SPAN:TKN-SPAN)
               TO TKN-REC-BUF(TKN-POS:TKN-SPAN).
       5600-EXIT.
           EXIT.
      *
      *> TWO DIGITS A BYTE, THE LAST BYTE'S LOW NIBBLE THE SIGN - C
      *> POSITIVE, D NEGATIVE, F FOR A FIELD WITH NO SIGN.
       5700-ENCODE-PACKED.
           COMPUTE TKN-DIG-POS = 19 - (TKN-SPAN * 2 - 1) + 1
           PERFORM 5710-ENCODE-PACKED-BYTE THRU 5710-EXIT
               VARYING TKN-BYTE-IDX FROM 1 BY 1
               UNTIL TKN-BYTE-IDX > TKN-SPAN.
       5700-EXIT.
           EXIT.
      *
       5710-ENCODE-PACKED-BYTE.
           MOVE TKN-DIGIT-STR-X(TKN-DIG-POS:1) TO TKN-DIGIT-CHAR
           MOVE TKN-DIGIT-NUM TO TKN-NIB-HI
           ADD 1 TO TKN-DIG-POS
           IF TKN-BYTE-IDX < TKN-SPAN
               MOVE TKN-DIGIT-STR-X(TKN-DIG-POS:1) TO TKN-DIGIT-CHAR
               MOVE TKN-DIGIT-NUM TO TKN-NIB-LO
               ADD 1 TO TKN-DIG-POS
           ELSE
               EVALUATE TRUE
                   WHEN TKN-FLD-SIGN(TKN-FLD-IDX) = "N"
                       MOVE 15 TO TKN-NIB-LO
                   WHEN TKN-IS-NEG
                       MOVE 13 TO TKN-NIB-LO
                   WHEN OTHER
                       MOVE 12 TO TKN-NIB-LO
               END-EVALUATE
           END-IF
           COMPUTE TKN-BYTE-NUM = TKN-NIB-HI * 16 + TKN-NIB-LO
           MOVE TKN-BYTE-LO
               TO TKN-REC-BUF(TKN-POS + TKN-BYTE-IDX - 1:1)
           MOVE LOW-VALUES TO TKN-BYTE-HI.
       5710-EXIT.
           EXIT.
      *
      *> DIGITS WITH THE SIGN WHERE LRC-SIGN-CD PUTS IT: A SEPARATE
      *> LEADING OR TRAILING BYTE, AN OVERPUNCH ON THE LAST DIGIT
      *> (PLAIN DIGIT WHEN POSITIVE, THE NEGATIVE ZONE WHEN NOT), OR
      *> NO SIGN AT ALL.
       5800-ENCODE-ZONED.
           MOVE TKN-SPAN TO TKN-ZONE-DIGITS
           IF TKN-FLD-SIGN(TKN-FLD-IDX) = "L"
               OR TKN-FLD-SIGN(TKN-FLD-IDX) = "T"
               SUBTRACT 1 FROM TKN-ZONE-DIGITS
           END-IF
           COMPUTE TKN-DIG-POS = 20 - TKN-ZONE-DIGITS
           EVALUATE TKN-FLD-SIGN(TKN-FLD-IDX)
               WHEN "L"
                   IF TKN-IS-NEG
                       MOVE "-" TO TKN-REC-BUF(TKN-POS:1)
                   ELSE
                       MOVE "+" TO TKN-REC-BUF(TKN-POS:1)
                   END-IF
                   MOVE TKN-DIGIT-STR-X(TKN-DIG-POS:TKN-ZONE-DIGITS)
                       TO TKN-REC-BUF(TKN-POS + 1:TKN-ZONE-DIGITS)
               WHEN "T"
                   MOVE TKN-DIGIT-STR-X(TKN-DIG-POS:TKN-ZONE-DIGITS)
                       TO TKN-REC-BUF(TKN-POS:TKN-ZONE-DIGITS)
                   IF TKN-IS-NEG
                       MOVE "-" TO TKN-REC-BUF(TKN-POS + TKN-SPAN - 1:1)
                   ELSE
                       MOVE "+" TO TKN-REC-BUF(TKN-POS + TKN-SPAN - 1:1)
                   END-IF
               WHEN OTHER
                   MOVE TKN-DIGIT-STR-X(TKN-DIG-POS:TKN-ZONE-DIGITS)
                       TO TKN-REC-BUF(TKN-POS:TKN-ZONE-DIGITS)
                   IF TKN-FLD-SIGN(TKN-FLD-IDX) = "S" AND TKN-IS-NEG
                       MOVE TKN-DIGIT-STR-X(19:1) TO TKN-DIGIT-CHAR
                       MOVE TKN-OVP-NEG(TKN-DIGIT-NUM + 1:1)
                           TO TKN-REC-BUF(TKN-POS + TKN-SPAN - 1:1)
                   END-IF
           END-EVALUATE.
       5800-EXIT.
           EXIT.
      *
      *> THE NEXT DRAW OF THE GENERATOR, LEFT IN TKN-RAND-SEED.
       6000-NEXT-RANDOM.
           COMPUTE TKN-RAND-PROD = TKN-RAND-SEED * 16807
           DIVIDE TKN-RAND-PROD BY 2147483647 GIVING TKN-RAND-QUOT
               REMAINDER TKN-RAND-SEED.
       6000-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           MOVE TKN-REC-CNT TO TKN-CNT-TXT
           MOVE SPACES TO TKN-OUT-LINE
           STRING "RECORDS READ: " TKN-CNT-TXT
               DELIMITED BY SIZE INTO TKN-OUT-LINE
           END-STRING
           WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
           MOVE TKN-WRITTEN-CNT TO TKN-CNT-TXT
           MOVE SPACES TO TKN-OUT-LINE
           STRING "RECORDS WRITTEN TOKENIZED: " TKN-CNT-TXT
               DELIMITED BY SIZE INTO TKN-OUT-LINE
           END-STRING
           WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
           PERFORM 4100-REPORT-ONE-FIELD THRU 4100-EXIT
               VARYING TKN-FLD-IDX FROM 1 BY 1
               UNTIL TKN-FLD-IDX > TKN-FLD-TOP
           MOVE TKN-ISSUED-CNT TO TKN-CNT-TXT
           MOVE SPACES TO TKN-OUT-LINE
           STRING "NEW TOKENS VAULTED: " TKN-CNT-TXT
               DELIMITED BY SIZE INTO TKN-OUT-LINE
           END-STRING
           WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
           MOVE TKN-REUSED-CNT TO TKN-CNT-TXT
           MOVE SPACES TO TKN-OUT-LINE
           STRING "VAULTED TOKENS REUSED: " TKN-CNT-TXT
               DELIMITED BY SIZE INTO TKN-OUT-LINE
           END-STRING
           WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
           IF TKN-SHORT-CNT > 0
               MOVE TKN-SHORT-CNT TO TKN-CNT-TXT
               MOVE SPACES TO TKN-OUT-LINE
               STRING "RECORDS SHORTER THAN THE CATALOG LAYOUT, "
                   "HELD OUT OF TOKOUT: " TKN-CNT-TXT
                   DELIMITED BY SIZE INTO TKN-OUT-LINE
               END-STRING
               WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF TKN-HELD-CNT > 0
               MOVE TKN-HELD-CNT TO TKN-CNT-TXT
               MOVE SPACES TO TKN-OUT-LINE
               STRING "RECORDS THAT COULD NOT BE TOKENIZED, "
                   "HELD OUT OF TOKOUT: " TKN-CNT-TXT
                   DELIMITED BY SIZE INTO TKN-OUT-LINE
               END-STRING
               WRITE TOKRPT-RECORD FROM TKN-OUT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           DISPLAY "PIITOKEN - " TKN-WRITTEN-CNT " RECORDS WRITTEN, "
               TKN-ISSUED-CNT " NEW TOKENS VAULTED".
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-FIELD.
           MOVE TKN-FLD-TOKEN-CNT(TKN-FLD-IDX) TO TKN-CNT-TXT
           MOVE SPACES TO TKN-OUT-LINE
           STRING "  " TKN-FLD-NAME(TKN-FLD-IDX) " VALUES TOKENIZED: "
               TKN-CNT-TXT DELIMITED BY SIZE INTO TKN-OUT-LINE
           END-STRING
           WRITE TOKRPT-RECORD FROM TKN-OUT-LINE.
       4100-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT TKN-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "PIITOKEN" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE TKN-REC-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF TKN-LRCAT-OPENED
               CLOSE LRCAT-FILE
           END-IF
           IF TKN-SENSTAB-OPENED
               CLOSE SENSTAB-FILE
           END-IF
           IF TKN-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF
           IF TKN-OUTPUTS-OPENED
               CLOSE TOKOUT-FILE
               CLOSE TOKRPT-FILE
           END-IF.
