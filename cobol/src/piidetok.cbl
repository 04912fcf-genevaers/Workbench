      ******************************************************************
      **                                                              *
      **  PROGRAM      PIIDETOK                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  RESTORES THE REAL VALUES IN A FILE THAT CAME  *
      **      BACK FROM AN OUTSIDE VENDOR CARRYING PIITOKEN'S TOKENS, *
      **      BEFORE THE RESPONSE GOES ON TO REGEOCNV, MAILRESP OR    *
      **      ANY OTHER STEP THAT NEEDS THE REAL VALUE.  EACH TOKEN   *
      **      IS LOOKED UP ON THE VAULT (DD TOKVAULT, TOKVREC LAYOUT) *
      **      AND REPLACED BY THE VALUE IT WAS ISSUED FOR.  DD        *
      **      DETOKPRM NAMES THE LOGICAL RECORD AND SAYS HOW THE      *
      **      RESPONSE IS LAID OUT:                                   *
      **        RECORD 1  COLS 1-30  LOGICAL RECORD NAME               *
      **                  COL  31    "D" - DELIMITED TEXT, ONE LINE   *
      **                             PER RECORD; BLANK - AN EXTRACT   *
      **                             IN THE LOGICAL RECORD'S OWN      *
      **                             LAYOUT (LRCAT GEOMETRY)          *
      **                  COL  32    THE DELIMITER, DEFAULT "|"       *
      **        RECORD 2+ (DELIMITED ONLY) ONE PER TOKENIZED COLUMN - *
      **                  COLS 1-2   COLUMN NUMBER, FROM 1            *
      **                  COLS 4-33  TAGGED FIELD THE COLUMN CARRIES  *
      **      A BINARY RESPONSE HAS EVERY FIELD TAGGED FOR THE        *
      **      LOGICAL RECORD IN THE SENSITIVITY REGISTRY (DD SENSTAB) *
      **      RESTORED.  DD DETOKIN IS READ AND DD DETOKOUT WRITTEN;  *
      **      COUNTS GO TO DD DETOKRPT.  A TOKEN THE VAULT DOES NOT   *
      **      HOLD IS LEFT AS IT CAME, COUNTED, AND ENDS THE RUN WITH *
      **      RETURN-CODE 08.  RESTORING PUTS TAGGED VALUES BACK IN   *
      **      THE CLEAR, SO THE SUBMITTING ANALYST (CCBANALYST) MUST  *
      **      HOLD FUNCTION PIIDETOK ON DD AUTHTAB - ANYONE ELSE ENDS *
      **      THE RUN WITH RETURN-CODE 16 AND NO OUTPUT - AND EVERY   *
      **      RUN IS LOGGED ON DD SENSVLOG, ONE ROW PER FIELD.        *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIIDETOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LRCAT-FILE    ASSIGN TO "LRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTK-LRCAT-STATUS.
           SELECT SENSTAB-FILE  ASSIGN TO "SENSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTK-SENSTAB-STATUS.
           SELECT DETOKPRM-FILE ASSIGN TO "DETOKPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTK-DETOKPRM-STATUS.
           SELECT TOKVAULT-FILE ASSIGN TO "TOKVAULT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DTK-TOKVAULT-STATUS.
      *> THE SAME DD UNDER TWO ORGANIZATIONS - ONLY THE ONE DETOKPRM
      *> NAMES IS OPENED.  SEQUENTIAL, NOT LINE SEQUENTIAL, FOR THE
      *> BINARY LAYOUT - ITS COMP AND COMP-3 FIELDS CAN LEGITIMATELY
      *> COLLIDE WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT DETOKIN-FILE  ASSIGN TO "DETOKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DTK-DETOKIN-STATUS.
           SELECT DETOKIN-TEXT-FILE ASSIGN TO "DETOKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTK-DETOKIN-STATUS.
           SELECT DETOKOUT-FILE ASSIGN TO "DETOKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DTK-DETOKOUT-STATUS.
           SELECT DETOKOUT-TEXT-FILE ASSIGN TO "DETOKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTK-DETOKOUT-STATUS.
           SELECT DETOKRPT-FILE ASSIGN TO "DETOKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTK-DETOKRPT-STATUS.
           SELECT OPTIONAL SENSVLOG-FILE ASSIGN TO "SENSVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTK-SENSVLOG-STATUS.
           SELECT AUTHTAB-FILE ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-TAB-STATUS.
           SELECT OPTIONAL AUTHVIO-FILE ASSIGN TO "AUTHVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-VIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       COPY LRCATREC.
       FD  SENSTAB-FILE.
       COPY SENSREG.
       FD  DETOKPRM-FILE.
       01  DETOKPRM-RECORD.
           05  DTK-PARM-LR-NAME            PIC X(30).
           05  DTK-PARM-MODE               PIC X(01).
               88  DTK-PARM-DELIMITED      VALUE "D".
           05  DTK-PARM-DELIM              PIC X(01).
       01  DETOKPRM-COLUMN-RECORD.
           05  DTK-PARM-COL-NO             PIC 9(02).
           05  FILLER                      PIC X(01).
           05  DTK-PARM-FIELD-NAME         PIC X(30).
       FD  TOKVAULT-FILE.
       COPY TOKVREC.
       FD  DETOKIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON DTK-REC-LEN.
       01  DETOKIN-RECORD                  PIC X(1000).
       FD  DETOKIN-TEXT-FILE.
       01  DETOKIN-TEXT-RECORD             PIC X(2000).
       FD  DETOKOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON DTK-REC-LEN.
       01  DETOKOUT-RECORD                 PIC X(1000).
       FD  DETOKOUT-TEXT-FILE.
       01  DETOKOUT-TEXT-RECORD            PIC X(2000).
       FD  DETOKRPT-FILE.
       01  DETOKRPT-RECORD                 PIC X(100).
       FD  SENSVLOG-FILE.
       COPY SENSVREC.
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  AUTHVIO-FILE.
       COPY AUTHVREC.
       WORKING-STORAGE SECTION.
       COPY AUTHWS.
       01  DTK-LRCAT-STATUS                PIC XX.
           88  DTK-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES DTK-LRCAT-STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  DTK-LRCAT-OPENED-SW             PIC X(01)       VALUE "N".
           88  DTK-LRCAT-OPENED            VALUE "Y".
       01  DTK-SENSTAB-STATUS              PIC XX.
           88  DTK-SENSTAB-OK              VALUE "00".
      *> SAME REASONING AS DTK-LRCAT-OPENED-SW ABOVE.
       01  DTK-SENSTAB-OPENED-SW           PIC X(01)       VALUE "N".
           88  DTK-SENSTAB-OPENED          VALUE "Y".
       01  DTK-DETOKPRM-STATUS             PIC XX.
           88  DTK-DETOKPRM-OK             VALUE "00".
       01  DTK-TOKVAULT-STATUS             PIC XX.
           88  DTK-TOKVAULT-OK             VALUE "00".
       01  DTK-DETOKIN-STATUS              PIC XX.
           88  DTK-DETOKIN-OK              VALUE "00".
      *> SAME REASONING AS DTK-LRCAT-OPENED-SW ABOVE.
       01  DTK-DETOKIN-OPENED-SW           PIC X(01)       VALUE "N".
           88  DTK-DETOKIN-OPENED          VALUE "Y".
       01  DTK-DETOKOUT-STATUS             PIC XX.
       01  DTK-DETOKRPT-STATUS             PIC XX.
      *> SAME REASONING AS DTK-LRCAT-OPENED-SW ABOVE.
       01  DTK-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  DTK-OUTPUTS-OPENED          VALUE "Y".
      *> "05" IS OPTIONAL-FILE-CREATED - A SUCCESSFUL FIRST-EVER
      *> OPEN, NOT A FAILURE.
       01  DTK-SENSVLOG-STATUS             PIC XX.
           88  DTK-SENSVLOG-OK             VALUE "00" "05".
       01  DTK-PRM-EOF-SW                  PIC X(01)       VALUE "N".
           88  DTK-PRM-EOF                 VALUE "Y".
       01  DTK-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  DTK-LRCAT-EOF               VALUE "Y".
       01  DTK-SENS-EOF-SW                 PIC X(01)       VALUE "N".
           88  DTK-SENS-EOF                VALUE "Y".
       01  DTK-VAULT-EOF-SW                PIC X(01)       VALUE "N".
           88  DTK-VAULT-EOF               VALUE "Y".
       01  DTK-EOF-SW                      PIC X(01)       VALUE "N".
           88  DTK-EOF                     VALUE "Y".
       01  DTK-LR-NAME                     PIC X(30)       VALUE SPACES.
       01  DTK-MODE-SW                     PIC X(01)       VALUE "B".
           88  DTK-DELIMITED               VALUE "D".
       01  DTK-DELIM                       PIC X(01)       VALUE "|".
       01  DTK-REC-LEN                     PIC 9(05)       VALUE 0.
       01  DTK-CAT-LEN                     PIC 9(05)       VALUE 0.
       01  DTK-NOW-DATE                    PIC 9(08)       VALUE 0.
       01  DTK-NOW-TIME                    PIC 9(08)       VALUE 0.
      *> ------------- TAGGED-FIELD REGISTRY TABLE ---------------------
       01  DTK-SENS-TAB.
           05  DTK-SENS-ENTRY              OCCURS 100 TIMES.
               10  DTK-SENS-FIELD-NAME      PIC X(30).
               10  DTK-SENS-CD              PIC X(04).
       01  DTK-SENS-TOP                    PIC 9(03)       VALUE 0.
       01  DTK-SENS-OVERFLOW-CNT           PIC 9(04)       VALUE 0.
       01  DTK-SENS-IDX                    PIC 9(03).
       01  DTK-DUP-TAG-SW                  PIC X(01)       VALUE "N".
           88  DTK-DUP-TAG-FOUND           VALUE "Y".
      *> -------------- DELIMITED COLUMN MAP TABLE --------------------
       01  DTK-COL-TAB.
           05  DTK-COL-ENTRY               OCCURS 50 TIMES.
               10  DTK-COL-NO               PIC 9(02).
               10  DTK-COL-FIELD-NAME       PIC X(30).
               10  DTK-COL-FLD-IDX          PIC 9(03).
       01  DTK-COL-TOP                     PIC 9(02)       VALUE 0.
       01  DTK-COL-IDX                     PIC 9(02).
      *> ------------ RESTORED-FIELD GEOMETRY TABLE -------------------
      *> ONE ENTRY PER TAGGED CATALOG FIELD - THE SAME SHAPE RULES
      *> PIITOKEN ISSUED THE TOKENS UNDER.
       01  DTK-FLD-TAB.
           05  DTK-FLD-ENTRY               OCCURS 100 TIMES.
               10  DTK-FLD-NAME             PIC X(30).
               10  DTK-FLD-SENS-CD          PIC X(04).
               10  DTK-FLD-BYTE-LEN         PIC 9(05).
               10  DTK-FLD-OFFSET           PIC 9(05).
               10  DTK-FLD-COPIES           PIC 9(05).
               10  DTK-FLD-USAGE            PIC X(10).
               10  DTK-FLD-SIGN             PIC X(01).
               10  DTK-FLD-KIND             PIC X(01).
                   88  DTK-FLD-IS-NUMERIC   VALUE "N".
               10  DTK-FLD-WIDTH            PIC 9(02).
               10  DTK-FLD-RESTORED-CNT     PIC 9(08).
       01  DTK-FLD-TOP                     PIC 9(03)       VALUE 0.
       01  DTK-FLD-IDX                     PIC 9(03).
       01  DTK-COPY-IDX                    PIC 9(05).
       01  DTK-BAD-FLD-CNT                 PIC 9(03)       VALUE 0.
      *> ---------------------- VAULT TABLE ----------------------------
       01  DTK-VLT-MAX                     PIC 9(05) COMP  VALUE 20000.
       01  DTK-VLT-TAB.
           05  DTK-VLT-ENTRY               OCCURS 20000 TIMES.
               10  DTK-VLT-KIND             PIC X(01).
               10  DTK-VLT-WIDTH            PIC 9(02).
               10  DTK-VLT-TOKEN            PIC X(40).
               10  DTK-VLT-VALUE            PIC X(40).
       01  DTK-VLT-TOP                     PIC 9(05) COMP  VALUE 0.
       01  DTK-VLT-IDX                     PIC 9(05) COMP  VALUE 0.
       01  DTK-VLT-HIT                     PIC 9(05) COMP  VALUE 0.
       01  DTK-FOUND-SW                    PIC X(01)       VALUE "N".
           88  DTK-FOUND                   VALUE "Y".
      *> ------------------- CATALOG WORK AREA -------------------------
       01  DTK-CAND-LEN                    PIC 9(05)       VALUE 0.
       01  DTK-PIC-WORK                    PIC X(30).
       01  DTK-PIC-IDX                     PIC 9(02).
       01  DTK-PIC-CHAR                    PIC X(01).
       01  DTK-REPEAT-NUM                  PIC 9(05)       VALUE 0.
       01  DTK-XA-CNT                      PIC 9(03)       VALUE 0.
       01  DTK-NINE-CNT                    PIC 9(03)       VALUE 0.
       01  DTK-DIGIT-CNT                   PIC 9(03)       VALUE 0.
       01  DTK-DIGIT-CHAR                  PIC X(01).
       01  DTK-DIGIT-NUM REDEFINES DTK-DIGIT-CHAR
                                           PIC 9(01).
      *> ------------------- RESTORING WORK AREA -----------------------
       01  DTK-REC-BUF                     PIC X(1000).
       01  DTK-POS                         PIC 9(05).
       01  DTK-SPAN                        PIC 9(05).
       01  DTK-BYTE-IDX                    PIC 9(05).
       01  DTK-TOKEN-KEY                   PIC X(40).
       01  DTK-CANON                       PIC S9(19)
                                           SIGN LEADING SEPARATE.
       01  DTK-CANON-X REDEFINES DTK-CANON PIC X(20).
      *> -------------------- DELIMITED WORK AREA ----------------------
       01  DTK-LINE                        PIC X(2000).
       01  DTK-LINE-LEN                    PIC 9(04)       VALUE 0.
       01  DTK-LINE-POS                    PIC 9(04)       VALUE 0.
       01  DTK-OUT-TEXT                    PIC X(2000).
       01  DTK-OUT-PTR                     PIC 9(04)       VALUE 0.
       01  DTK-COL-NUM                     PIC 9(02)       VALUE 0.
       01  DTK-LAST-COL-SW                 PIC X(01)       VALUE "N".
           88  DTK-LAST-COL                VALUE "Y".
       01  DTK-TOKEN                       PIC X(100).
       01  DTK-TOKEN-LEN                   PIC 9(03)       VALUE 0.
       01  DTK-TOKEN-CUT-SW                PIC X(01)       VALUE "N".
           88  DTK-TOKEN-CUT               VALUE "Y".
       01  DTK-TRIM-WORK                   PIC X(100).
       01  DTK-TRIM-LEN                    PIC 9(03)       VALUE 0.
       01  DTK-NUM-DIGITS                  PIC 9(03)       VALUE 0.
       01  DTK-TOKEN-IDX                   PIC 9(03).
      *> -------------------- DECODE WORK AREA -------------------------
      *> ONE BYTE PROMOTED TO ITS NUMERIC VALUE THROUGH A TWO-BYTE
      *> BIG-ENDIAN BINARY OVERLAY - THE HIGH BYTE STAYS LOW-VALUE.
       01  DTK-BYTE-PAIR.
           05  DTK-BYTE-HI                 PIC X(01).
           05  DTK-BYTE-LO                 PIC X(01).
       01  DTK-BYTE-NUM REDEFINES DTK-BYTE-PAIR
                                           PIC 9(04) COMP.
       01  DTK-NIB-HI                      PIC 9(02).
       01  DTK-NIB-LO                      PIC 9(02).
      *> AN EIGHT-BYTE FRAME A SHORTER COMP FIELD IS RIGHT-ALIGNED
      *> INTO, SIGN-EXTENDED BY PRESETTING THE FRAME TO LOW- OR
      *> HIGH-VALUES FROM THE FIELD'S TOP BIT.
       01  DTK-BIN-FRAME                   PIC X(08).
       01  DTK-BIN-NUM REDEFINES DTK-BIN-FRAME
                                           PIC S9(18) COMP.
       01  DTK-WORK-NUM                    PIC S9(19)      VALUE 0.
       01  DTK-NEG-SW                      PIC X(01)       VALUE "N".
           88  DTK-IS-NEG                  VALUE "Y".
       01  DTK-DECODE-OK-SW                PIC X(01)       VALUE "Y".
           88  DTK-DECODE-OK               VALUE "Y".
       01  DTK-CUR-BYTE                    PIC X(01).
      *> THE OVERPUNCH DECODE RING - POSITION IN THE STRING GIVES
      *> DIGIT AND SIGN FOR AN EMBEDDED-SIGN LAST BYTE, COVERING THE
      *> EBCDIC-STYLE AND ASCII-STYLE ENCODINGS.
       01  DTK-OVP-POS                     PIC X(20)       VALUE
           "{ABCDEFGHI0123456789".
       01  DTK-OVP-NEG                     PIC X(20)       VALUE
           "}JKLMNOPQRpqrstuvwxy".
       01  DTK-OVP-IDX                     PIC 9(02).
       01  DTK-OVP-FOUND-SW                PIC X(01)       VALUE "N".
           88  DTK-OVP-FOUND               VALUE "Y".
      *> -------------------- ENCODE WORK AREA -------------------------
       01  DTK-DIGIT-STR                   PIC 9(19)       VALUE 0.
       01  DTK-DIGIT-STR-X REDEFINES DTK-DIGIT-STR
                                           PIC X(19).
       01  DTK-DIG-POS                     PIC 9(02).
       01  DTK-ZONE-DIGITS                 PIC 9(02).
      *> ------------------------ COUNTS -------------------------------
       01  DTK-REC-CNT                     PIC 9(08)       VALUE 0.
       01  DTK-RESTORED-CNT                PIC 9(08)       VALUE 0.
       01  DTK-UNKNOWN-CNT                 PIC 9(08)       VALUE 0.
       01  DTK-SHORT-CNT                   PIC 9(08)       VALUE 0.
       01  DTK-CNT-TXT                     PIC ZZZZZZZZ9.
       01  DTK-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "PIIDETOK" TO AUT-WS-FUNCTION
           MOVE "TOKVAULT" TO AUT-WS-TARGET
           PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
           IF AUT-WS-DENIED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-SENS-REGISTRY THRU 1100-EXIT
               UNTIL DTK-SENS-EOF
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL DTK-LRCAT-EOF
           PERFORM 1300-CHECK-COVERAGE THRU 1300-EXIT
           PERFORM 1500-LOAD-VAULT THRU 1500-EXIT
           PERFORM 1700-OPEN-RESPONSE THRU 1700-EXIT
           IF DTK-DELIMITED
               PERFORM 3000-RESTORE-LINES THRU 3000-EXIT
                   UNTIL DTK-EOF
           ELSE
               PERFORM 2000-RESTORE-RECORDS THRU 2000-EXIT
                   UNTIL DTK-EOF
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8700-LOG-RESTORES THRU 8700-EXIT
               VARYING DTK-FLD-IDX FROM 1 BY 1
               UNTIL DTK-FLD-IDX > DTK-FLD-TOP
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - READS DETOKPRM: THE LOGICAL RECORD, THE    *
      *  RESPONSE LAYOUT AND, FOR DELIMITED TEXT, WHICH COLUMNS CARRY *
      *  WHICH TAGGED FIELDS.                                         *
      ******************************************************************
       1000-INITIALIZE.
           MOVE LOW-VALUES TO DTK-BYTE-HI
           OPEN OUTPUT DETOKRPT-FILE
           OPEN INPUT DETOKPRM-FILE
           IF NOT DTK-DETOKPRM-OK
               DISPLAY "PIIDETOK - UNABLE TO OPEN DETOKPRM, STATUS="
                   DTK-DETOKPRM-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           READ DETOKPRM-FILE
               AT END
                   DISPLAY "PIIDETOK - DETOKPRM IS EMPTY"
                   CLOSE DETOKPRM-FILE
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
           END-READ
           MOVE DTK-PARM-LR-NAME TO DTK-LR-NAME
           IF DTK-PARM-DELIMITED
               MOVE "D" TO DTK-MODE-SW
               IF DTK-PARM-DELIM NOT = SPACE
                   MOVE DTK-PARM-DELIM TO DTK-DELIM
               END-IF
               PERFORM 1050-LOAD-ONE-COLUMN THRU 1050-EXIT
                   UNTIL DTK-PRM-EOF
           END-IF
           CLOSE DETOKPRM-FILE
           OPEN INPUT  LRCAT-FILE
           OPEN INPUT  SENSTAB-FILE
           IF NOT DTK-LRCAT-OK
               DISPLAY "PIIDETOK - UNABLE TO OPEN LRCAT, STATUS="
                   DTK-LRCAT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO DTK-LRCAT-OPENED-SW
           END-IF
           IF NOT DTK-SENSTAB-OK
               DISPLAY "PIIDETOK - UNABLE TO OPEN SENSTAB, STATUS="
                   DTK-SENSTAB-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO DTK-SENSTAB-OPENED-SW
           END-IF
           IF DTK-DELIMITED AND DTK-COL-TOP = 0
               DISPLAY "PIIDETOK - DELIMITED RESPONSE BUT DETOKPRM "
                   "NAMES NO TOKENIZED COLUMN"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1050-LOAD-ONE-COLUMN.
           READ DETOKPRM-FILE
               AT END
                   MOVE "Y" TO DTK-PRM-EOF-SW
                   GO TO 1050-EXIT
           END-READ
           IF DETOKPRM-COLUMN-RECORD = SPACES
               GO TO 1050-EXIT
           END-IF
           IF DTK-PARM-COL-NO NOT NUMERIC OR DTK-PARM-COL-NO = 0
               OR DTK-COL-TOP >= 50
               DISPLAY "PIIDETOK - DETOKPRM COLUMN LINE REJECTED: "
                   DETOKPRM-COLUMN-RECORD
               ADD 1 TO DTK-BAD-FLD-CNT
               GO TO 1050-EXIT
           END-IF
           ADD 1 TO DTK-COL-TOP
           MOVE DTK-PARM-COL-NO     TO DTK-COL-NO(DTK-COL-TOP)
           MOVE DTK-PARM-FIELD-NAME TO DTK-COL-FIELD-NAME(DTK-COL-TOP)
           MOVE 0 TO DTK-COL-FLD-IDX(DTK-COL-TOP).
       1050-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO DTK-LRCAT-EOF-SW
           MOVE "Y" TO DTK-SENS-EOF-SW
           MOVE "Y" TO DTK-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
       1100-LOAD-SENS-REGISTRY.
           READ SENSTAB-FILE
               AT END
                   MOVE "Y" TO DTK-SENS-EOF-SW
           END-READ
           IF DTK-SENS-EOF
               GO TO 1100-EXIT
           END-IF
           IF SEN-LR-NAME NOT = DTK-LR-NAME
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO DTK-DUP-TAG-SW
           PERFORM 1160-CHECK-ONE-DUP THRU 1160-EXIT
               VARYING DTK-SENS-IDX FROM 1 BY 1
               UNTIL DTK-SENS-IDX > DTK-SENS-TOP
               OR DTK-DUP-TAG-FOUND
           IF DTK-DUP-TAG-FOUND
               GO TO 1100-EXIT
           END-IF
           IF DTK-SENS-TOP < 100
               ADD 1 TO DTK-SENS-TOP
               MOVE SEN-FIELD-NAME
                   TO DTK-SENS-FIELD-NAME(DTK-SENS-TOP)
               MOVE SEN-SENS-CD TO DTK-SENS-CD(DTK-SENS-TOP)
           ELSE
               ADD 1 TO DTK-SENS-OVERFLOW-CNT
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1160-CHECK-ONE-DUP.
           IF DTK-SENS-FIELD-NAME(DTK-SENS-IDX) = SEN-FIELD-NAME
               MOVE "Y" TO DTK-DUP-TAG-SW
           END-IF.
       1160-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-CATALOG - KEEPS THE GEOMETRY AND SHAPE OF EVERY    *
      *  TAGGED CATALOG FIELD, SKIPPING REDEFINES VIEWS AS PIITOKEN   *
      *  DOES, SO BOTH PROGRAMS AGREE ON WHAT WAS TOKENIZED.          *
      ******************************************************************
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
               AT END
                   MOVE "Y" TO DTK-LRCAT-EOF-SW
           END-READ
           IF DTK-LRCAT-EOF
               GO TO 1200-EXIT
           END-IF
           IF NOT LRC-IS-FIELD
               OR LRC-LR-NAME NOT = DTK-LR-NAME
               OR LRC-BYTE-LEN = 0
               OR LRC-REDEFINES-NAME NOT = SPACES
               GO TO 1200-EXIT
           END-IF
           COMPUTE DTK-CAND-LEN = LRC-OFFSET + LRC-EFFECTIVE-LEN
           IF DTK-CAND-LEN > DTK-CAT-LEN
               MOVE DTK-CAND-LEN TO DTK-CAT-LEN
           END-IF
           PERFORM 1220-MATCH-ONE-TAG THRU 1220-EXIT
               VARYING DTK-SENS-IDX FROM 1 BY 1
               UNTIL DTK-SENS-IDX > DTK-SENS-TOP.
       1200-EXIT.
           EXIT.
      *
       1220-MATCH-ONE-TAG.
           IF DTK-SENS-FIELD-NAME(DTK-SENS-IDX) NOT = LRC-FIELD-NAME
               GO TO 1220-EXIT
           END-IF
           IF DTK-FLD-TOP >= 100
               ADD 1 TO DTK-BAD-FLD-CNT
               GO TO 1220-EXIT
           END-IF
           ADD 1 TO DTK-FLD-TOP
           MOVE LRC-FIELD-NAME TO DTK-FLD-NAME(DTK-FLD-TOP)
           MOVE DTK-SENS-CD(DTK-SENS-IDX)
                               TO DTK-FLD-SENS-CD(DTK-FLD-TOP)
           MOVE LRC-BYTE-LEN   TO DTK-FLD-BYTE-LEN(DTK-FLD-TOP)
           MOVE LRC-OFFSET     TO DTK-FLD-OFFSET(DTK-FLD-TOP)
           DIVIDE LRC-EFFECTIVE-LEN BY LRC-BYTE-LEN
               GIVING DTK-FLD-COPIES(DTK-FLD-TOP)
           MOVE LRC-USAGE-CD   TO DTK-FLD-USAGE(DTK-FLD-TOP)
           MOVE LRC-SIGN-CD    TO DTK-FLD-SIGN(DTK-FLD-TOP)
           MOVE 0 TO DTK-FLD-RESTORED-CNT(DTK-FLD-TOP)
           MOVE LRC-PICTURE TO DTK-PIC-WORK
           PERFORM 1250-PARSE-PICTURE THRU 1250-EXIT
           IF DTK-NINE-CNT > 0 AND DTK-XA-CNT = 0
               MOVE "N" TO DTK-FLD-KIND(DTK-FLD-TOP)
               MOVE DTK-DIGIT-CNT TO DTK-FLD-WIDTH(DTK-FLD-TOP)
           ELSE
               MOVE "X" TO DTK-FLD-KIND(DTK-FLD-TOP)
               MOVE LRC-BYTE-LEN TO DTK-FLD-WIDTH(DTK-FLD-TOP)
           END-IF.
       1220-EXIT.
           EXIT.
      *
       1250-PARSE-PICTURE.
           MOVE 0 TO DTK-XA-CNT
           MOVE 0 TO DTK-NINE-CNT
           MOVE 0 TO DTK-DIGIT-CNT
           MOVE 1 TO DTK-PIC-IDX
           PERFORM 1260-PARSE-ONE-CHAR THRU 1260-EXIT
               UNTIL DTK-PIC-IDX > 30.
       1250-EXIT.
           EXIT.
      *
       1260-PARSE-ONE-CHAR.
           MOVE DTK-PIC-WORK(DTK-PIC-IDX:1) TO DTK-PIC-CHAR
           EVALUATE DTK-PIC-CHAR
               WHEN "9"
                   ADD 1 TO DTK-NINE-CNT
                   PERFORM 1270-COUNT-REPEAT THRU 1270-EXIT
                   ADD DTK-REPEAT-NUM TO DTK-DIGIT-CNT
               WHEN "X"
               WHEN "A"
                   ADD 1 TO DTK-XA-CNT
                   PERFORM 1270-COUNT-REPEAT THRU 1270-EXIT
               WHEN "P"
                   PERFORM 1270-COUNT-REPEAT THRU 1270-EXIT
               WHEN SPACE
                   MOVE 31 TO DTK-PIC-IDX
               WHEN OTHER
                   ADD 1 TO DTK-PIC-IDX
           END-EVALUATE.
       1260-EXIT.
           EXIT.
      *
       1270-COUNT-REPEAT.
           MOVE 1 TO DTK-REPEAT-NUM
           ADD 1 TO DTK-PIC-IDX
           IF DTK-PIC-IDX > 29
               GO TO 1270-EXIT
           END-IF
           IF DTK-PIC-WORK(DTK-PIC-IDX:1) NOT = "("
               GO TO 1270-EXIT
           END-IF
           MOVE 0 TO DTK-REPEAT-NUM
           ADD 1 TO DTK-PIC-IDX
           PERFORM 1280-PARSE-REPEAT-DIGIT THRU 1280-EXIT
               UNTIL DTK-PIC-IDX > 30
               OR DTK-PIC-WORK(DTK-PIC-IDX:1) = ")"
           ADD 1 TO DTK-PIC-IDX.
       1270-EXIT.
           EXIT.
      *
       1280-PARSE-REPEAT-DIGIT.
           IF DTK-PIC-WORK(DTK-PIC-IDX:1) >= "0"
               AND DTK-PIC-WORK(DTK-PIC-IDX:1) <= "9"
               MOVE DTK-PIC-WORK(DTK-PIC-IDX:1) TO DTK-DIGIT-CHAR
               COMPUTE DTK-REPEAT-NUM =
                   DTK-REPEAT-NUM * 10 + DTK-DIGIT-NUM
           END-IF
           ADD 1 TO DTK-PIC-IDX.
       1280-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-CHECK-COVERAGE - EVERY DELIMITED COLUMN MUST NAME A     *
      *  TAGGED FIELD THE CATALOG CARRIES; A BINARY RESPONSE MUST     *
      *  HAVE AT LEAST ONE TAGGED FIELD TO RESTORE.                   *
      ******************************************************************
       1300-CHECK-COVERAGE.
           IF DTK-EOF
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-MAP-ONE-COLUMN THRU 1310-EXIT
               VARYING DTK-COL-IDX FROM 1 BY 1
               UNTIL DTK-COL-IDX > DTK-COL-TOP
           IF DTK-SENS-OVERFLOW-CNT > 0
               DISPLAY "PIIDETOK - REGISTRY OR FIELD TABLE OVERFLOW"
               ADD 1 TO DTK-BAD-FLD-CNT
           END-IF
           IF DTK-FLD-TOP = 0
               DISPLAY "PIIDETOK - NO TAGGED FIELD OF " DTK-LR-NAME
                   " IS CARRIED BY THE CATALOG"
               ADD 1 TO DTK-BAD-FLD-CNT
           END-IF
           IF DTK-BAD-FLD-CNT > 0
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-MAP-ONE-COLUMN.
           PERFORM 1320-MATCH-ONE-FIELD THRU 1320-EXIT
               VARYING DTK-FLD-IDX FROM 1 BY 1
               UNTIL DTK-FLD-IDX > DTK-FLD-TOP
           IF DTK-COL-FLD-IDX(DTK-COL-IDX) = 0
               MOVE SPACES TO DTK-OUT-LINE
               STRING "COLUMN FIELD " DELIMITED BY SIZE
                   DTK-COL-FIELD-NAME(DTK-COL-IDX) DELIMITED BY SPACE
                   " IS NOT A TAGGED FIELD OF THE CATALOG"
                   DELIMITED BY SIZE
                   INTO DTK-OUT-LINE
               END-STRING
               WRITE DETOKRPT-RECORD FROM DTK-OUT-LINE
               DISPLAY "PIIDETOK - " DTK-OUT-LINE(1:80)
               ADD 1 TO DTK-BAD-FLD-CNT
           END-IF.
       1310-EXIT.
           EXIT.
      *
       1320-MATCH-ONE-FIELD.
           IF DTK-FLD-NAME(DTK-FLD-IDX)
                   = DTK-COL-FIELD-NAME(DTK-COL-IDX)
               MOVE DTK-FLD-IDX TO DTK-COL-FLD-IDX(DTK-COL-IDX)
           END-IF.
       1320-EXIT.
           EXIT.
      *
      *> THE VAULT IS NOT OPTIONAL HERE - WITHOUT IT NOTHING CAN BE
      *> RESTORED, AND A RESPONSE PASSED THROUGH STILL TOKENIZED
      *> WOULD LOOK LIKE A CLEAN RUN.
       1500-LOAD-VAULT.
           IF DTK-EOF
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT TOKVAULT-FILE
           IF NOT DTK-TOKVAULT-OK
               DISPLAY "PIIDETOK - UNABLE TO OPEN TOKVAULT, STATUS="
                   DTK-TOKVAULT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LOAD-ONE-VAULT-ROW THRU 1510-EXIT
               UNTIL DTK-VAULT-EOF
           CLOSE TOKVAULT-FILE.
       1500-EXIT.
           EXIT.
      *
       1510-LOAD-ONE-VAULT-ROW.
           READ TOKVAULT-FILE
               AT END
                   MOVE "Y" TO DTK-VAULT-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           IF DTK-VLT-TOP >= DTK-VLT-MAX
               DISPLAY "PIIDETOK - TOKVAULT HOLDS MORE THAN THE "
                   "20000-ENTRY TABLE"
               MOVE "Y" TO DTK-VAULT-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO DTK-VLT-TOP
           MOVE TKV-KIND  TO DTK-VLT-KIND(DTK-VLT-TOP)
           MOVE TKV-WIDTH TO DTK-VLT-WIDTH(DTK-VLT-TOP)
           MOVE TKV-TOKEN TO DTK-VLT-TOKEN(DTK-VLT-TOP)
           MOVE TKV-VALUE TO DTK-VLT-VALUE(DTK-VLT-TOP).
       1510-EXIT.
           EXIT.
      *
       1700-OPEN-RESPONSE.
           IF DTK-EOF
               GO TO 1700-EXIT
           END-IF
           IF DTK-DELIMITED
               OPEN INPUT  DETOKIN-TEXT-FILE
               OPEN OUTPUT DETOKOUT-TEXT-FILE
           ELSE
               OPEN INPUT  DETOKIN-FILE
               OPEN OUTPUT DETOKOUT-FILE
           END-IF
           MOVE "Y" TO DTK-OUTPUTS-OPENED-SW
           IF NOT DTK-DETOKIN-OK
               DISPLAY "PIIDETOK - UNABLE TO OPEN DETOKIN, STATUS="
                   DTK-DETOKIN-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO DTK-DETOKIN-OPENED-SW
           END-IF.
       1700-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-RESTORE-RECORDS - A RESPONSE IN THE LOGICAL RECORD'S    *
      *  OWN LAYOUT: EVERY TAGGED FIELD, AND EVERY COPY OF ONE UNDER  *
      *  AN OCCURS, HAS ITS TOKEN REPLACED BY THE VAULTED VALUE.  A   *
      *  RECORD TOO SHORT FOR THE LAYOUT IS PASSED THROUGH AS IT CAME *
      *  AND COUNTED.                                                 *
      ******************************************************************
       2000-RESTORE-RECORDS.
           READ DETOKIN-FILE INTO DTK-REC-BUF
               AT END
                   MOVE "Y" TO DTK-EOF-SW
           END-READ
           IF DTK-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO DTK-REC-CNT
           IF DTK-REC-LEN < DTK-CAT-LEN
               ADD 1 TO DTK-SHORT-CNT
           ELSE
               PERFORM 2100-RESTORE-ONE-FIELD THRU 2100-EXIT
                   VARYING DTK-FLD-IDX FROM 1 BY 1
                   UNTIL DTK-FLD-IDX > DTK-FLD-TOP
           END-IF
           WRITE DETOKOUT-RECORD FROM DTK-REC-BUF(1:DTK-REC-LEN).
       2000-EXIT.
           EXIT.
      *
       2100-RESTORE-ONE-FIELD.
           PERFORM 2200-RESTORE-ONE-COPY THRU 2200-EXIT
               VARYING DTK-COPY-IDX FROM 1 BY 1
               UNTIL DTK-COPY-IDX > DTK-FLD-COPIES(DTK-FLD-IDX).
       2100-EXIT.
           EXIT.
      *
       2200-RESTORE-ONE-COPY.
           COMPUTE DTK-POS = DTK-FLD-OFFSET(DTK-FLD-IDX)
               + (DTK-COPY-IDX - 1) * DTK-FLD-BYTE-LEN(DTK-FLD-IDX)
               + 1
           MOVE DTK-FLD-BYTE-LEN(DTK-FLD-IDX) TO DTK-SPAN
           MOVE SPACES TO DTK-TOKEN-KEY
           IF DTK-FLD-IS-NUMERIC(DTK-FLD-IDX)
               PERFORM 5000-DECODE-NUMBER THRU 5000-EXIT
               IF NOT DTK-DECODE-OK
                   ADD 1 TO DTK-UNKNOWN-CNT
                   GO TO 2200-EXIT
               END-IF
               MOVE DTK-WORK-NUM TO DTK-CANON
               MOVE DTK-CANON-X TO DTK-TOKEN-KEY
           ELSE
      *> PIITOKEN LEAVES A BLANK TEXT FIELD BLANK.
               IF DTK-REC-BUF(DTK-POS:DTK-SPAN) = SPACES
                   GO TO 2200-EXIT
               END-IF
               MOVE DTK-REC-BUF(DTK-POS:DTK-SPAN) TO DTK-TOKEN-KEY
           END-IF
           PERFORM 2300-FIND-TOKEN THRU 2300-EXIT
           IF NOT DTK-FOUND
               ADD 1 TO DTK-UNKNOWN-CNT
               GO TO 2200-EXIT
           END-IF
           IF DTK-FLD-IS-NUMERIC(DTK-FLD-IDX)
               MOVE DTK-VLT-VALUE(DTK-VLT-HIT)(1:20) TO DTK-CANON-X
               PERFORM 5500-ENCODE-NUMBER THRU 5500-EXIT
           ELSE
               MOVE DTK-VLT-VALUE(DTK-VLT-HIT)(1:DTK-SPAN)
                   TO DTK-REC-BUF(DTK-POS:DTK-SPAN)
           END-IF
           ADD 1 TO DTK-FLD-RESTORED-CNT(DTK-FLD-IDX)
           ADD 1 TO DTK-RESTORED-CNT.
       2200-EXIT.
           EXIT.
      *
       2300-FIND-TOKEN.
           MOVE "N" TO DTK-FOUND-SW
           PERFORM 2310-MATCH-ONE-TOKEN THRU 2310-EXIT
               VARYING DTK-VLT-IDX FROM 1 BY 1
               UNTIL DTK-VLT-IDX > DTK-VLT-TOP
               OR DTK-FOUND.
       2300-EXIT.
           EXIT.
      *
       2310-MATCH-ONE-TOKEN.
           IF DTK-VLT-KIND(DTK-VLT-IDX) = DTK-FLD-KIND(DTK-FLD-IDX)
               AND DTK-VLT-WIDTH(DTK-VLT-IDX)
                   = DTK-FLD-WIDTH(DTK-FLD-IDX)
               AND DTK-VLT-TOKEN(DTK-VLT-IDX) = DTK-TOKEN-KEY
               MOVE "Y" TO DTK-FOUND-SW
               MOVE DTK-VLT-IDX TO DTK-VLT-HIT
           END-IF.
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-RESTORE-LINES - A DELIMITED RESPONSE, SUCH AS THE       *
      *  GEOCODING VENDOR'S: EACH LINE IS REBUILT COLUMN BY COLUMN,   *
      *  A MAPPED COLUMN'S TOKEN REPLACED BY ITS VALUE AND EVERY      *
      *  OTHER COLUMN COPIED AS IT CAME.                              *
      ******************************************************************
       3000-RESTORE-LINES.
           READ DETOKIN-TEXT-FILE INTO DTK-LINE
               AT END
                   MOVE "Y" TO DTK-EOF-SW
           END-READ
           IF DTK-EOF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO DTK-REC-CNT
           PERFORM 3900-FIND-LINE-END THRU 3900-EXIT
           MOVE SPACES TO DTK-OUT-TEXT
           MOVE 1 TO DTK-OUT-PTR
           MOVE 1 TO DTK-LINE-POS
           MOVE 0 TO DTK-COL-NUM
           MOVE "N" TO DTK-LAST-COL-SW
           PERFORM 3100-RESTORE-ONE-COLUMN THRU 3100-EXIT
               UNTIL DTK-LAST-COL
           IF DTK-OUT-PTR > 1
               WRITE DETOKOUT-TEXT-RECORD
                   FROM DTK-OUT-TEXT(1:DTK-OUT-PTR - 1)
           ELSE
               WRITE DETOKOUT-TEXT-RECORD FROM SPACES
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-RESTORE-ONE-COLUMN.
           ADD 1 TO DTK-COL-NUM
           IF DTK-COL-NUM > 1
               STRING DTK-DELIM DELIMITED BY SIZE
                   INTO DTK-OUT-TEXT WITH POINTER DTK-OUT-PTR
               END-STRING
           END-IF
           PERFORM 3800-NEXT-TOKEN THRU 3800-EXIT
           IF DTK-LINE-POS > DTK-LINE-LEN + 1
               MOVE "Y" TO DTK-LAST-COL-SW
           END-IF
           MOVE 0 TO DTK-FLD-IDX
           PERFORM 3150-FIND-COLUMN-MAP THRU 3150-EXIT
               VARYING DTK-COL-IDX FROM 1 BY 1
               UNTIL DTK-COL-IDX > DTK-COL-TOP
           IF DTK-FLD-IDX = 0 OR DTK-TOKEN-CUT
               PERFORM 3700-COPY-TOKEN-AS-IS THRU 3700-EXIT
               GO TO 3100-EXIT
           END-IF
           IF DTK-FLD-IS-NUMERIC(DTK-FLD-IDX)
               PERFORM 3200-RESTORE-NUMBER THRU 3200-EXIT
           ELSE
               PERFORM 3300-RESTORE-TEXT THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3150-FIND-COLUMN-MAP.
           IF DTK-COL-NO(DTK-COL-IDX) = DTK-COL-NUM
               MOVE DTK-COL-FLD-IDX(DTK-COL-IDX) TO DTK-FLD-IDX
           END-IF.
       3150-EXIT.
           EXIT.
      *
      *> A NUMERIC TOKEN COMES BACK AS SIGNED DIGITS; ITS VALUE GOES
      *> OUT AT THE FIELD'S FULL DIGIT WIDTH, A "-" AHEAD OF IT WHEN
      *> NEGATIVE.  A BLANK COLUMN IS COPIED AS IT CAME.
       3200-RESTORE-NUMBER.
           PERFORM 3850-TRIM-TOKEN THRU 3850-EXIT
           IF DTK-TRIM-LEN = 0
               GO TO 3200-EXIT
           END-IF
           MOVE 0 TO DTK-WORK-NUM
           MOVE 0 TO DTK-NUM-DIGITS
           MOVE "N" TO DTK-NEG-SW
           MOVE "Y" TO DTK-DECODE-OK-SW
           PERFORM 3210-PARSE-ONE-CHAR THRU 3210-EXIT
               VARYING DTK-TOKEN-IDX FROM 1 BY 1
               UNTIL DTK-TOKEN-IDX > DTK-TRIM-LEN
               OR NOT DTK-DECODE-OK
           IF NOT DTK-DECODE-OK OR DTK-NUM-DIGITS = 0
               ADD 1 TO DTK-UNKNOWN-CNT
               PERFORM 3700-COPY-TOKEN-AS-IS THRU 3700-EXIT
               GO TO 3200-EXIT
           END-IF
           IF DTK-IS-NEG
               COMPUTE DTK-WORK-NUM = 0 - DTK-WORK-NUM
           END-IF
           MOVE DTK-WORK-NUM TO DTK-CANON
           MOVE SPACES TO DTK-TOKEN-KEY
           MOVE DTK-CANON-X TO DTK-TOKEN-KEY
           PERFORM 2300-FIND-TOKEN THRU 2300-EXIT
           IF NOT DTK-FOUND
               ADD 1 TO DTK-UNKNOWN-CNT
               PERFORM 3700-COPY-TOKEN-AS-IS THRU 3700-EXIT
               GO TO 3200-EXIT
           END-IF
           MOVE DTK-VLT-VALUE(DTK-VLT-HIT)(1:20) TO DTK-CANON-X
           IF DTK-CANON < 0
               STRING "-" DELIMITED BY SIZE
                   INTO DTK-OUT-TEXT WITH POINTER DTK-OUT-PTR
               END-STRING
               COMPUTE DTK-DIGIT-STR = 0 - DTK-CANON
           ELSE
               MOVE DTK-CANON TO DTK-DIGIT-STR
           END-IF
           COMPUTE DTK-DIG-POS = 20 - DTK-FLD-WIDTH(DTK-FLD-IDX)
           STRING DTK-DIGIT-STR-X(DTK-DIG-POS:) DELIMITED BY SIZE
               INTO DTK-OUT-TEXT WITH POINTER DTK-OUT-PTR
           END-STRING
           ADD 1 TO DTK-FLD-RESTORED-CNT(DTK-FLD-IDX)
           ADD 1 TO DTK-RESTORED-CNT.
       3200-EXIT.
           EXIT.
      *
       3210-PARSE-ONE-CHAR.
           MOVE DTK-TRIM-WORK(DTK-TOKEN-IDX:1) TO DTK-CUR-BYTE
           IF DTK-TOKEN-IDX = 1
               AND (DTK-CUR-BYTE = "-" OR DTK-CUR-BYTE = "+")
               IF DTK-CUR-BYTE = "-"
                   MOVE "Y" TO DTK-NEG-SW
               END-IF
               GO TO 3210-EXIT
           END-IF
           IF DTK-CUR-BYTE < "0" OR DTK-CUR-BYTE > "9"
               OR DTK-NUM-DIGITS >= 18
               MOVE "N" TO DTK-DECODE-OK-SW
               GO TO 3210-EXIT
           END-IF
           MOVE DTK-CUR-BYTE TO DTK-DIGIT-CHAR
           COMPUTE DTK-WORK-NUM = DTK-WORK-NUM * 10 + DTK-DIGIT-NUM
           ADD 1 TO DTK-NUM-DIGITS.
       3210-EXIT.
           EXIT.
      *
      *> A TEXT TOKEN IS MATCHED AT THE FIELD'S WIDTH; ITS VALUE GOES
      *> OUT WITHOUT THE TRAILING BLANKS THE FIELD PADDED IT WITH.
       3300-RESTORE-TEXT.
           PERFORM 3850-TRIM-TOKEN THRU 3850-EXIT
           IF DTK-TRIM-LEN = 0
               GO TO 3300-EXIT
           END-IF
           IF DTK-TRIM-LEN > DTK-FLD-WIDTH(DTK-FLD-IDX)
               ADD 1 TO DTK-UNKNOWN-CNT
               PERFORM 3700-COPY-TOKEN-AS-IS THRU 3700-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES TO DTK-TOKEN-KEY
           MOVE DTK-TRIM-WORK(1:DTK-TRIM-LEN)
               TO DTK-TOKEN-KEY(1:DTK-TRIM-LEN)
           PERFORM 2300-FIND-TOKEN THRU 2300-EXIT
           IF NOT DTK-FOUND
               ADD 1 TO DTK-UNKNOWN-CNT
               PERFORM 3700-COPY-TOKEN-AS-IS THRU 3700-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE DTK-VLT-VALUE(DTK-VLT-HIT) TO DTK-TRIM-WORK
           MOVE 40 TO DTK-TRIM-LEN
           PERFORM 3870-DROP-ONE-BLANK THRU 3870-EXIT
               UNTIL DTK-TRIM-LEN = 0
               OR DTK-TRIM-WORK(DTK-TRIM-LEN:1) NOT = SPACE
           IF DTK-TRIM-LEN > 0
               STRING DTK-TRIM-WORK(1:DTK-TRIM-LEN) DELIMITED BY SIZE
                   INTO DTK-OUT-TEXT WITH POINTER DTK-OUT-PTR
               END-STRING
           END-IF
           ADD 1 TO DTK-FLD-RESTORED-CNT(DTK-FLD-IDX)
           ADD 1 TO DTK-RESTORED-CNT.
       3300-EXIT.
           EXIT.
      *
       3700-COPY-TOKEN-AS-IS.
           IF DTK-TOKEN-LEN > 0
               STRING DTK-TOKEN(1:DTK-TOKEN-LEN) DELIMITED BY SIZE
                   INTO DTK-OUT-TEXT WITH POINTER DTK-OUT-PTR
               END-STRING
           END-IF.
       3700-EXIT.
           EXIT.
      *
      *> THE NEXT DELIMITED VALUE FROM DTK-LINE-POS INTO DTK-TOKEN,
      *> LEAVING DTK-LINE-POS PAST ITS DELIMITER.
       3800-NEXT-TOKEN.
           MOVE SPACES TO DTK-TOKEN
           MOVE 0 TO DTK-TOKEN-LEN
           MOVE "N" TO DTK-TOKEN-CUT-SW
           PERFORM 3810-TAKE-ONE-CHAR THRU 3810-EXIT
               UNTIL DTK-LINE-POS > DTK-LINE-LEN
               OR DTK-LINE(DTK-LINE-POS:1) = DTK-DELIM
           ADD 1 TO DTK-LINE-POS.
       3800-EXIT.
           EXIT.
      *
      *> A VALUE TOO LONG FOR DTK-TOKEN CANNOT BE A TOKEN; IT IS
      *> COPIED THROUGH FROM THE LINE ITSELF, UNCUT.
       3810-TAKE-ONE-CHAR.
           IF DTK-TOKEN-LEN < 100
               ADD 1 TO DTK-TOKEN-LEN
               MOVE DTK-LINE(DTK-LINE-POS:1)
                   TO DTK-TOKEN(DTK-TOKEN-LEN:1)
           ELSE
               MOVE "Y" TO DTK-TOKEN-CUT-SW
               STRING DTK-TOKEN DELIMITED BY SIZE
                   INTO DTK-OUT-TEXT WITH POINTER DTK-OUT-PTR
               END-STRING
               MOVE DTK-LINE(DTK-LINE-POS:1) TO DTK-TOKEN(1:1)
               MOVE 1 TO DTK-TOKEN-LEN
           END-IF
           ADD 1 TO DTK-LINE-POS.
       3810-EXIT.
           EXIT.
      *
      *> STRIPS THE BLANKS A VENDOR'S SPREADSHEET PADS A VALUE WITH,
      *> INTO DTK-TRIM-WORK FOR DTK-TRIM-LEN BYTES.
       3850-TRIM-TOKEN.
           MOVE DTK-TOKEN TO DTK-TRIM-WORK
           MOVE DTK-TOKEN-LEN TO DTK-TRIM-LEN
           PERFORM 3860-SHIFT-ONE-BLANK THRU 3860-EXIT
               UNTIL DTK-TRIM-LEN = 0
               OR DTK-TRIM-WORK(1:1) NOT = SPACE
           PERFORM 3870-DROP-ONE-BLANK THRU 3870-EXIT
               UNTIL DTK-TRIM-LEN = 0
               OR DTK-TRIM-WORK(DTK-TRIM-LEN:1) NOT = SPACE.
       3850-EXIT.
           EXIT.
      *
       3860-SHIFT-ONE-BLANK.
           MOVE DTK-TRIM-WORK(2:99) TO DTK-TRIM-WORK(1:99)
           MOVE SPACE TO DTK-TRIM-WORK(100:1)
           SUBTRACT 1 FROM DTK-TRIM-LEN.
       3860-EXIT.
           EXIT.
      *
       3870-DROP-ONE-BLANK.
           SUBTRACT 1 FROM DTK-TRIM-LEN.
       3870-EXIT.
           EXIT.
      *
       3900-FIND-LINE-END.
           MOVE 2000 TO DTK-LINE-LEN
           PERFORM 3910-BACK-ONE-BLANK THRU 3910-EXIT
               UNTIL DTK-LINE-LEN = 0
               OR DTK-LINE(DTK-LINE-LEN:1) NOT = SPACE.
       3900-EXIT.
           EXIT.
      *
       3910-BACK-ONE-BLANK.
           SUBTRACT 1 FROM DTK-LINE-LEN.
       3910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-DECODE-NUMBER - THE FIELD AT DTK-POS FOR DTK-SPAN BYTES *
      *  INTO DTK-WORK-NUM AS ITS UNSCALED DIGITS AND SIGN, THE FORM  *
      *  PIITOKEN VAULTED THE TOKEN IN.                               *
      ******************************************************************
       5000-DECODE-NUMBER.
           MOVE "Y" TO DTK-DECODE-OK-SW
           EVALUATE DTK-FLD-USAGE(DTK-FLD-IDX)
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
           IF DTK-SPAN > 8
               MOVE "N" TO DTK-DECODE-OK-SW
               GO TO 5200-EXIT
           END-IF
           IF DTK-REC-BUF(DTK-POS:1) >= X"80"
               AND DTK-FLD-SIGN(DTK-FLD-IDX) NOT = "N"
               MOVE HIGH-VALUES TO DTK-BIN-FRAME
           ELSE
               MOVE LOW-VALUES TO DTK-BIN-FRAME
           END-IF
           MOVE DTK-REC-BUF(DTK-POS:DTK-SPAN)
               TO DTK-BIN-FRAME(9 - DTK-SPAN:DTK-SPAN)
           MOVE DTK-BIN-NUM TO DTK-WORK-NUM.
       5200-EXIT.
           EXIT.
      *
       5300-DECODE-PACKED.
           IF DTK-SPAN > 10
               MOVE "N" TO DTK-DECODE-OK-SW
               GO TO 5300-EXIT
           END-IF
           MOVE 0 TO DTK-WORK-NUM
           MOVE "N" TO DTK-NEG-SW
           PERFORM 5310-DECODE-PACKED-BYTE THRU 5310-EXIT
               VARYING DTK-BYTE-IDX FROM 1 BY 1
               UNTIL DTK-BYTE-IDX > DTK-SPAN
               OR NOT DTK-DECODE-OK
           IF DTK-DECODE-OK AND DTK-IS-NEG
               COMPUTE DTK-WORK-NUM = 0 - DTK-WORK-NUM
           END-IF.
       5300-EXIT.
           EXIT.
      *
       5310-DECODE-PACKED-BYTE.
           MOVE DTK-REC-BUF(DTK-POS + DTK-BYTE-IDX - 1:1)
               TO DTK-BYTE-LO
           DIVIDE DTK-BYTE-NUM BY 16 GIVING DTK-NIB-HI
               REMAINDER DTK-NIB-LO
           IF DTK-NIB-HI > 9
               MOVE "N" TO DTK-DECODE-OK-SW
               GO TO 5310-EXIT
           END-IF
           COMPUTE DTK-WORK-NUM = DTK-WORK-NUM * 10 + DTK-NIB-HI
           IF DTK-BYTE-IDX < DTK-SPAN
               IF DTK-NIB-LO > 9
                   MOVE "N" TO DTK-DECODE-OK-SW
               ELSE
                   COMPUTE DTK-WORK-NUM =
                       DTK-WORK-NUM * 10 + DTK-NIB-LO
               END-IF
           ELSE
               IF DTK-NIB-LO < 10
                   MOVE "N" TO DTK-DECODE-OK-SW
               END-IF
               IF DTK-NIB-LO = 11 OR DTK-NIB-LO = 13
                   MOVE "Y" TO DTK-NEG-SW
               END-IF
           END-IF.
       5310-EXIT.
           EXIT.
      *
       5400-DECODE-ZONED.
           IF DTK-SPAN > 20
               MOVE "N" TO DTK-DECODE-OK-SW
               GO TO 5400-EXIT
           END-IF
           MOVE 0 TO DTK-WORK-NUM
           MOVE "N" TO DTK-NEG-SW
           PERFORM 5410-DECODE-ZONED-BYTE THRU 5410-EXIT
               VARYING DTK-BYTE-IDX FROM 1 BY 1
               UNTIL DTK-BYTE-IDX > DTK-SPAN
               OR NOT DTK-DECODE-OK
           IF DTK-DECODE-OK AND DTK-IS-NEG
               COMPUTE DTK-WORK-NUM = 0 - DTK-WORK-NUM
           END-IF.
       5400-EXIT.
           EXIT.
      *
       5410-DECODE-ZONED-BYTE.
           MOVE DTK-REC-BUF(DTK-POS + DTK-BYTE-IDX - 1:1)
               TO DTK-CUR-BYTE
           IF DTK-FLD-SIGN(DTK-FLD-IDX) = "L" AND DTK-BYTE-IDX = 1
               IF DTK-CUR-BYTE = "-"
                   MOVE "Y" TO DTK-NEG-SW
               ELSE
                   IF DTK-CUR-BYTE NOT = "+"
                       MOVE "N" TO DTK-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 5410-EXIT
           END-IF
           IF DTK-FLD-SIGN(DTK-FLD-IDX) = "T"
               AND DTK-BYTE-IDX = DTK-SPAN
               IF DTK-CUR-BYTE = "-"
                   MOVE "Y" TO DTK-NEG-SW
               ELSE
                   IF DTK-CUR-BYTE NOT = "+"
                       MOVE "N" TO DTK-DECODE-OK-SW
                   END-IF
               END-IF
               GO TO 5410-EXIT
           END-IF
           IF DTK-FLD-SIGN(DTK-FLD-IDX) = "S"
               AND DTK-BYTE-IDX = DTK-SPAN
               PERFORM 5420-DECODE-OVERPUNCH THRU 5420-EXIT
               GO TO 5410-EXIT
           END-IF
           IF DTK-CUR-BYTE < "0" OR DTK-CUR-BYTE > "9"
               MOVE "N" TO DTK-DECODE-OK-SW
               GO TO 5410-EXIT
           END-IF
           MOVE DTK-CUR-BYTE TO DTK-DIGIT-CHAR
           COMPUTE DTK-WORK-NUM = DTK-WORK-NUM * 10 + DTK-DIGIT-NUM.
       5410-EXIT.
           EXIT.
      *
       5420-DECODE-OVERPUNCH.
           MOVE "N" TO DTK-OVP-FOUND-SW
           PERFORM 5430-MATCH-ONE-OVERPUNCH THRU 5430-EXIT
               VARYING DTK-OVP-IDX FROM 1 BY 1
               UNTIL DTK-OVP-IDX > 20
               OR DTK-OVP-FOUND
           IF NOT DTK-OVP-FOUND
               MOVE "N" TO DTK-DECODE-OK-SW
           END-IF.
       5420-EXIT.
           EXIT.
      *
      *> THE RING HOLDS DIGITS 0-9 TWICE IN EACH STRING - POSITION
      *> MODULO 10 IS THE DIGIT VALUE.
       5430-MATCH-ONE-OVERPUNCH.
           IF DTK-OVP-POS(DTK-OVP-IDX:1) = DTK-CUR-BYTE
               MOVE "Y" TO DTK-OVP-FOUND-SW
               DIVIDE DTK-OVP-IDX BY 10 GIVING DTK-NIB-HI
                   REMAINDER DTK-NIB-LO
               IF DTK-NIB-LO = 0
                   MOVE 10 TO DTK-NIB-LO
               END-IF
               COMPUTE DTK-WORK-NUM =
                   DTK-WORK-NUM * 10 + DTK-NIB-LO - 1
           END-IF
           IF DTK-OVP-NEG(DTK-OVP-IDX:1) = DTK-CUR-BYTE
               AND NOT DTK-OVP-FOUND
               MOVE "Y" TO DTK-OVP-FOUND-SW
               MOVE "Y" TO DTK-NEG-SW
               DIVIDE DTK-OVP-IDX BY 10 GIVING DTK-NIB-HI
                   REMAINDER DTK-NIB-LO
               IF DTK-NIB-LO = 0
                   MOVE 10 TO DTK-NIB-LO
               END-IF
               COMPUTE DTK-WORK-NUM =
                   DTK-WORK-NUM * 10 + DTK-NIB-LO - 1
           END-IF.
       5430-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5500-ENCODE-NUMBER - DTK-CANON BACK INTO THE FIELD AT        *
      *  DTK-POS IN THE FIELD'S OWN USAGE AND SIGN CONVENTION.        *
      ******************************************************************
       5500-ENCODE-NUMBER.
           MOVE "N" TO DTK-NEG-SW
           IF DTK-CANON < 0
               MOVE "Y" TO DTK-NEG-SW
               COMPUTE DTK-DIGIT-STR = 0 - DTK-CANON
           ELSE
               MOVE DTK-CANON TO DTK-DIGIT-STR
           END-IF
           EVALUATE DTK-FLD-USAGE(DTK-FLD-IDX)
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
       5600-ENCODE-BINARY.
           MOVE DTK-CANON TO DTK-BIN-NUM
           MOVE DTK-BIN-FRAME(9 - DTK-SPAN:DTK-SPAN)
               TO DTK-REC-BUF(DTK-POS:DTK-SPAN).
       5600-EXIT.
           EXIT.
      *
       5700-ENCODE-PACKED.
           COMPUTE DTK-DIG-POS = 19 - (DTK-SPAN * 2 - 1) + 1
           PERFORM 5710-ENCODE-PACKED-BYTE THRU 5710-EXIT
               VARYING DTK-BYTE-IDX FROM 1 BY 1
               UNTIL DTK-BYTE-IDX > DTK-SPAN.
       5700-EXIT.
           EXIT.
      *
       5710-ENCODE-PACKED-BYTE.
           MOVE DTK-DIGIT-STR-X(DTK-DIG-POS:1) TO DTK-DIGIT-CHAR
           MOVE DTK-DIGIT-NUM TO DTK-NIB-HI
           ADD 1 TO DTK-DIG-POS
           IF DTK-BYTE-IDX < DTK-SPAN
               MOVE DTK-DIGIT-STR-X(DTK-DIG-POS:1) TO DTK-DIGIT-CHAR
               MOVE DTK-DIGIT-NUM TO DTK-NIB-LO
               ADD 1 TO DTK-DIG-POS
           ELSE
               EVALUATE TRUE
                   WHEN DTK-FLD-SIGN(DTK-FLD-IDX) = "N"
                       MOVE 15 TO DTK-NIB-LO
                   WHEN DTK-IS-NEG
                       MOVE 13 TO DTK-NIB-LO
                   WHEN OTHER
                       MOVE 12 TO DTK-NIB-LO
               END-EVALUATE
           END-IF
           COMPUTE DTK-BYTE-NUM = DTK-NIB-HI * 16 + DTK-NIB-LO
           MOVE DTK-BYTE-LO
               TO DTK-REC-BUF(DTK-POS + DTK-BYTE-IDX - 1:1)
           MOVE LOW-VALUES TO DTK-BYTE-HI.
       5710-EXIT.
           EXIT.
      *
       5800-ENCODE-ZONED.
           MOVE DTK-SPAN TO DTK-ZONE-DIGITS
           IF DTK-FLD-SIGN(DTK-FLD-IDX) = "L"
               OR DTK-FLD-SIGN(DTK-FLD-IDX) = "T"
               SUBTRACT 1 FROM DTK-ZONE-DIGITS
           END-IF
           COMPUTE DTK-DIG-POS = 20 - DTK-ZONE-DIGITS
           EVALUATE DTK-FLD-SIGN(DTK-FLD-IDX)
               WHEN "L"
                   IF DTK-IS-NEG
                       MOVE "-" TO DTK-REC-BUF(DTK-POS:1)
                   ELSE
                       MOVE "+" TO DTK-REC-BUF(DTK-POS:1)
                   END-IF
                   MOVE DTK-DIGIT-STR-X(DTK-DIG-POS:DTK-ZONE-DIGITS)
                       TO DTK-REC-BUF(DTK-POS + 1:DTK-ZONE-DIGITS)
               WHEN "T"
                   MOVE DTK-DIGIT-STR-X(DTK-DIG-POS:DTK-ZONE-DIGITS)
                       TO DTK-REC-BUF(DTK-POS:DTK-ZONE-DIGITS)
                   IF DTK-IS-NEG
                       MOVE "-" TO DTK-REC-BUF(DTK-POS + DTK-SPAN - 1:1)
                   ELSE
                       MOVE "+" TO DTK-REC-BUF(DTK-POS + DTK-SPAN - 1:1)
                   END-IF
               WHEN OTHER
                   MOVE DTK-DIGIT-STR-X(DTK-DIG-POS:DTK-ZONE-DIGITS)
                       TO DTK-REC-BUF(DTK-POS:DTK-ZONE-DIGITS)
                   IF DTK-FLD-SIGN(DTK-FLD-IDX) = "S" AND DTK-IS-NEG
                       MOVE DTK-DIGIT-STR-X(19:1) TO DTK-DIGIT-CHAR
                       MOVE DTK-OVP-NEG(DTK-DIGIT-NUM + 1:1)
                           TO DTK-REC-BUF(DTK-POS + DTK-SPAN - 1:1)
                   END-IF
           END-EVALUATE.
       5800-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           MOVE DTK-REC-CNT TO DTK-CNT-TXT
           MOVE SPACES TO DTK-OUT-LINE
           STRING "RECORDS READ: " DTK-CNT-TXT
               DELIMITED BY SIZE INTO DTK-OUT-LINE
           END-STRING
           WRITE DETOKRPT-RECORD FROM DTK-OUT-LINE
           PERFORM 4100-REPORT-ONE-FIELD THRU 4100-EXIT
               VARYING DTK-FLD-IDX FROM 1 BY 1
               UNTIL DTK-FLD-IDX > DTK-FLD-TOP
           MOVE DTK-RESTORED-CNT TO DTK-CNT-TXT
           MOVE SPACES TO DTK-OUT-LINE
           STRING "VALUES RESTORED: " DTK-CNT-TXT
               DELIMITED BY SIZE INTO DTK-OUT-LINE
           END-STRING
           WRITE DETOKRPT-RECORD FROM DTK-OUT-LINE
           IF DTK-UNKNOWN-CNT > 0
               MOVE DTK-UNKNOWN-CNT TO DTK-CNT-TXT
               MOVE SPACES TO DTK-OUT-LINE
               STRING "TOKENS NOT IN THE VAULT, LEFT AS SENT: "
                   DTK-CNT-TXT DELIMITED BY SIZE INTO DTK-OUT-LINE
               END-STRING
               WRITE DETOKRPT-RECORD FROM DTK-OUT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF DTK-SHORT-CNT > 0
               MOVE DTK-SHORT-CNT TO DTK-CNT-TXT
               MOVE SPACES TO DTK-OUT-LINE
               STRING "RECORDS SHORTER THAN THE CATALOG LAYOUT, "
                   "PASSED THROUGH UNRESTORED: " DTK-CNT-TXT
                   DELIMITED BY SIZE INTO DTK-OUT-LINE
               END-STRING
               WRITE DETOKRPT-RECORD FROM DTK-OUT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "PIIDETOK - " DTK-RESTORED-CNT " VALUES RESTORED, "
               DTK-UNKNOWN-CNT " TOKENS NOT IN THE VAULT".
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-FIELD.
           MOVE DTK-FLD-RESTORED-CNT(DTK-FLD-IDX) TO DTK-CNT-TXT
           MOVE SPACES TO DTK-OUT-LINE
           STRING "  " DTK-FLD-NAME(DTK-FLD-IDX) " VALUES RESTORED: "
               DTK-CNT-TXT DELIMITED BY SIZE INTO DTK-OUT-LINE
           END-STRING
           WRITE DETOKRPT-RECORD FROM DTK-OUT-LINE.
       4100-EXIT.
           EXIT.
      *
      *> ONE ROW PER FIELD PER RUN, AS THE BROWSES LOG A CLEAR VIEW -
      *> THE RUN IS THE RESTORING EVENT.
       8700-LOG-RESTORES.
           IF DTK-FLD-RESTORED-CNT(DTK-FLD-IDX) = 0
               GO TO 8700-EXIT
           END-IF
           OPEN EXTEND SENSVLOG-FILE
           IF NOT DTK-SENSVLOG-OK
               DISPLAY "PIIDETOK - RESTORE NOT LOGGED, SENSVLOG "
                   "STATUS=" DTK-SENSVLOG-STATUS
               GO TO 8700-EXIT
           END-IF
           ACCEPT DTK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT DTK-NOW-TIME FROM TIME
           MOVE DTK-NOW-DATE      TO SVL-VIEW-DATE
           MOVE DTK-NOW-TIME      TO SVL-VIEW-TIME
           MOVE AUT-WS-ANALYST-ID TO SVL-ANALYST-ID
           MOVE "PIIDETOK"        TO SVL-PROGRAM
           MOVE DTK-LR-NAME       TO SVL-LR-NAME
           MOVE DTK-FLD-NAME(DTK-FLD-IDX)    TO SVL-FIELD-NAME
           MOVE DTK-FLD-SENS-CD(DTK-FLD-IDX) TO SVL-SENS-CD
           MOVE DTK-FLD-RESTORED-CNT(DTK-FLD-IDX) TO SVL-RECORD-CNT
           WRITE SENS-VIEW-RECORD
           CLOSE SENSVLOG-FILE.
       8700-EXIT.
           EXIT.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *
       9000-TERMINATE.
           IF DTK-LRCAT-OPENED
               CLOSE LRCAT-FILE
           END-IF
           IF DTK-SENSTAB-OPENED
               CLOSE SENSTAB-FILE
           END-IF
           CLOSE DETOKRPT-FILE
           IF DTK-DETOKIN-OPENED
               IF DTK-DELIMITED
                   CLOSE DETOKIN-TEXT-FILE
               ELSE
                   CLOSE DETOKIN-FILE
               END-IF
           END-IF
           IF DTK-OUTPUTS-OPENED
               IF DTK-DELIMITED
                   CLOSE DETOKOUT-TEXT-FILE
               ELSE
                   CLOSE DETOKOUT-FILE
               END-IF
           END-IF.
