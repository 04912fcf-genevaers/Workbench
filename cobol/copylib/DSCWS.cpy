      *> ------------------------------------------------------------
      *> DSCWS - WORKING STORAGE FOR THE SHARED RECORD-TYPE
      *> DISCRIMINATOR.  COPY THIS INTO WORKING-STORAGE AND COPY
      *> DSCCK INTO THE PROCEDURE DIVISION OF ANY CATALOG-DRIVEN
      *> UTILITY THAT APPLIES A LOGICAL RECORD TO AN EXTRACT (LRUNLOAD,
      *> LRFLDEDT, LRPROFIL, LRSHRED, PIIMASK).  THE PROGRAM MUST ALSO
      *> DECLARE THE FILE ITSELF, SINCE A COPYBOOK CANNOT:
      *>     SELECT OPTIONAL LRDISC-FILE ASSIGN TO "LRDISC"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS DSC-WS-STATUS.
      *> AND IN THE FILE SECTION:
      *>     FD  LRDISC-FILE.
      *>     COPY LRDSCREC.
      *> AT STARTUP, MOVE THE PROGRAM NAME TO DSC-WS-PROGRAM, THE
      *> PARAMETER CARD'S EXTRACT DD (OR SPACES) TO DSC-WS-EXTRACT-DD
      *> AND ITS LOGICAL RECORD NAME TO DSC-WS-LR-NAME-IN, AND
      *> PERFORM 6500-LOAD-DISCRIMINATOR THRU 6500-EXIT.  A BLANK DD
      *> LEAVES THE PROGRAM ON ITS ONE NAMED LOGICAL RECORD, WHICH
      *> BECOMES LOGICAL RECORD 1 OF THE TABLE BELOW; A NAMED ONE SETS
      *> DSC-WS-ACTIVE AND LOADS THAT EXTRACT'S LRDISC ROWS, EACH
      *> DISTINCT LOGICAL RECORD THEY NAME TAKING THE NEXT NUMBER.
      *> DSC-WS-FAILED COMES BACK SET WHEN THE ROWS CANNOT BE TRUSTED;
      *> THE REASON IS ALREADY DISPLAYED AND THE CALLER MUST END WITH
      *> RETURN-CODE 16 WITHOUT READING THE EXTRACT.
      *> WHILE LOADING THE CATALOG, MOVE EACH ROW'S LRC-LR-NAME TO
      *> DSC-WS-LR-NAME-IN AND PERFORM 6540-FIND-LR THRU 6540-EXIT -
      *> DSC-WS-LR-HIT COMES BACK ZERO FOR A LOGICAL RECORD THE RUN
      *> DOES NOT USE.  FOR EACH FIELD KEPT, MOVE ITS OFFSET PLUS
      *> EFFECTIVE LENGTH TO DSC-WS-CAND-LEN AND PERFORM 6545-NOTE-
      *> FIELD THRU 6545-EXIT, THEN PERFORM 6560-CHECK-CATALOG THRU
      *> 6560-EXIT ONCE THE CATALOG IS IN (IT SETS DSC-WS-FAILED WHEN
      *> A LOGICAL RECORD HAS NO FIELD ROWS).
      *> FOR EACH EXTRACT RECORD, MOVE ITS LENGTH TO DSC-WS-REC-LEN,
      *> ITS NUMBER TO DSC-WS-REC-NO AND BUFFER(DSC-WS-START:
      *> DSC-WS-LEN) TO DSC-WS-REC-VALUE, AND PERFORM 6550-PICK-LR
      *> THRU 6550-EXIT.  DSC-WS-LR-HIT COMES BACK WITH THE LOGICAL
      *> RECORD TO APPLY, OR ZERO (DSC-WS-UNMAPPED) WHEN THE RECORD'S
      *> VALUE HAS NO ROW OR THE RECORD DOES NOT REACH THE FIELD -
      *> SUCH A RECORD IS TALLIED HERE AND MUST NOT BE DECODED.  AT
      *> THE END, PERFORM 6580-FORMAT-UNMAPPED-LINE FOR EACH
      *> DSC-WS-UX UP TO DSC-WS-UNM-CNT AND 6590-FORMAT-LR-LINE FOR
      *> EACH DSC-WS-LX UP TO DSC-WS-LR-CNT, WRITING DSC-WS-LINE TO
      *> THE PROGRAM'S REPORT AFTER EACH.
      *> A UTILITY THAT ALSO CHECKPOINTS (CKPTWS/CKPTWR) COPIES DSCCKR
      *> AS WELL, SO A RESTART ENDS WITH THE SAME PER-LOGICAL-RECORD
      *> AND UNMAPPED LINES AN UNINTERRUPTED RUN WOULD HAVE WRITTEN:
      *> PERFORM 6530-SAVE-DSC-TABLES THRU 6530-EXIT RIGHT AFTER
      *> 8810-WRITE-CHECKPOINT, AND ON A RESTART PERFORM
      *> 6535-RESTORE-DSC-TABLES THRU 6535-EXIT WHERE THE COUNTS ARE
      *> CARRIED FORWARD - DSC-WS-FAILED COMES BACK SET WHEN THE
      *> CHECKPOINT DOES NOT HOLD THE TABLES, AND THE CALLER MUST END
      *> WITH RETURN-CODE 16, LEAVING THE CHECKPOINT IN PLACE.  THE
      *> 6500 PARAGRAPH RANGE IS RESERVED FOR DSCCK AND DSCCKR, THE
      *> SAME RESERVATION RULE AS CENTPVT/CENTWIN.
      *> ------------------------------------------------------------
      *> "05" IS OPTIONAL-FILE-ABSENT ON AN INPUT OPEN; AN EXTRACT DD
      *> NAMED ON THE CARD WITH NO LRDISC AT ALL FAILS ON THE EMPTY
      *> TABLE BELOW, NOT ON THE OPEN.
       01  DSC-WS-STATUS                   PIC XX.
           88  DSC-WS-OK                   VALUE "00" "05".
       01  DSC-WS-PROGRAM                  PIC X(08)       VALUE SPACES.
       01  DSC-WS-EXTRACT-DD               PIC X(08)       VALUE SPACES.
       01  DSC-WS-EOF-SW                   PIC X(01)       VALUE "N".
           88  DSC-WS-EOF                  VALUE "Y".
       01  DSC-WS-ACTIVE-SW                PIC X(01)       VALUE "N".
           88  DSC-WS-ACTIVE               VALUE "Y".
       01  DSC-WS-FAILED-SW                PIC X(01)       VALUE "N".
           88  DSC-WS-FAILED               VALUE "Y".
      *> WHERE THE DISCRIMINATOR SITS - THE ZERO-BASED OFFSET FROM
      *> LRDISC, THE ONE-BASED START POSITION A CALLER'S REFERENCE
      *> MODIFICATION NEEDS, AND THE FIRST RECORD LENGTH THAT REACHES
      *> PAST THE WHOLE FIELD.
       01  DSC-WS-OFFSET                   PIC 9(05)       VALUE 0.
       01  DSC-WS-START                    PIC 9(05)       VALUE 1.
       01  DSC-WS-LEN                      PIC 9(02)       VALUE 1.
       01  DSC-WS-END-POS                  PIC 9(05)       VALUE 0.
      *> THE LONGEST RECORD ANY CALLER'S BUFFER HOLDS.
       01  DSC-WS-BUF-MAX                  PIC 9(05)       VALUE 1000.
      *> -------------------- VALUE-TO-LR TABLE ------------------------
       01  DSC-WS-VAL-MAX                  PIC 9(04) COMP  VALUE 50.
       01  DSC-WS-VAL-CNT                  PIC 9(04) COMP  VALUE 0.
       01  DSC-WS-VAL-TAB.
           05  DSC-WS-VAL-ENTRY            OCCURS 50 TIMES.
               10  DSC-WS-VAL              PIC X(10).
               10  DSC-WS-VAL-LR           PIC 9(04) COMP.
      *> ---------------------- LOGICAL RECORDS ------------------------
      *> ONE ENTRY PER LOGICAL RECORD THE RUN APPLIES, WITH THE RECORD
      *> LENGTH ITS CATALOG LAYOUT NEEDS, HOW MANY FIELD ROWS THE
      *> CALLER KEPT FOR IT AND HOW MANY RECORDS IT WAS PICKED FOR.
       01  DSC-WS-LR-MAX                   PIC 9(04) COMP  VALUE 20.
       01  DSC-WS-LR-CNT                   PIC 9(04) COMP  VALUE 0.
       01  DSC-WS-LR-TAB.
           05  DSC-WS-LR-ENTRY             OCCURS 20 TIMES.
               10  DSC-WS-LR-NAME          PIC X(30).
               10  DSC-WS-LR-CAT-LEN       PIC 9(05).
               10  DSC-WS-LR-FLD-CNT       PIC 9(04).
               10  DSC-WS-LR-REC-CNT       PIC 9(09).
      *> ------------------- UNMAPPED VALUE TALLY ----------------------
      *> EACH DISTINCT VALUE THAT HAD NO ROW, WITH ITS RECORD COUNT
      *> AND THE FIRST RECORD THAT CARRIED IT.  A RECORD TOO SHORT TO
      *> REACH THE FIELD TALLIES UNDER *SHORT*.  VALUES PAST THE TABLE
      *> STILL COUNT IN DSC-WS-UNM-TOTAL AND IN DSC-WS-UNM-OVERFLOW.
       01  DSC-WS-UNM-MAX                  PIC 9(04) COMP  VALUE 50.
       01  DSC-WS-UNM-CNT                  PIC 9(04) COMP  VALUE 0.
       01  DSC-WS-UNM-TAB.
           05  DSC-WS-UNM-ENTRY            OCCURS 50 TIMES.
               10  DSC-WS-UNM-VAL          PIC X(10).
               10  DSC-WS-UNM-REC-CNT      PIC 9(09).
               10  DSC-WS-UNM-FIRST-REC    PIC 9(09).
       01  DSC-WS-UNM-TOTAL                PIC 9(09)       VALUE 0.
       01  DSC-WS-UNM-OVERFLOW             PIC 9(09)       VALUE 0.
      *> ------------------------ WORK AREAS --------------------------
       01  DSC-WS-LR-NAME-IN               PIC X(30)       VALUE SPACES.
       01  DSC-WS-LR-HIT                   PIC 9(04) COMP  VALUE 0.
           88  DSC-WS-UNMAPPED             VALUE 0.
       01  DSC-WS-CAND-LEN                 PIC 9(05)       VALUE 0.
       01  DSC-WS-REC-LEN                  PIC 9(05)       VALUE 0.
       01  DSC-WS-REC-NO                   PIC 9(09)       VALUE 0.
       01  DSC-WS-REC-VALUE                PIC X(10)       VALUE SPACES.
       01  DSC-WS-ROW-CNT                  PIC 9(04) COMP  VALUE 0.
       01  DSC-WS-VX                       PIC 9(04) COMP  VALUE 0.
       01  DSC-WS-LX                       PIC 9(04) COMP  VALUE 0.
       01  DSC-WS-UX                       PIC 9(04) COMP  VALUE 0.
       01  DSC-WS-HIT                      PIC 9(04) COMP  VALUE 0.
       01  DSC-WS-SX                       PIC 9(02) COMP  VALUE 0.
      *> ----------------------- CHECKPOINT ROWS -----------------------
      *> THE EXTRA ROWS DSCCKR ADDS TO DD CKPT AFTER THE CHECKPOINT
      *> RECORD ITSELF - ONE PER LOGICAL RECORD, ONE PER UNMAPPED
      *> VALUE (IN HEX, SINCE A RAW VALUE MAY HOLD ANY BYTE) AND AN
      *> END ROW CARRYING THE TABLE SIZES, SO A CHECKPOINT CUT SHORT
      *> IS NEVER TAKEN FOR A WHOLE ONE.  THE ROW IS THE LENGTH OF
      *> CHECKPOINT-RECORD (CKPTREC).
       01  DSC-WS-CKP-ROW.
           05  DSC-CKR-PROGRAM             PIC X(08).
           05  DSC-CKR-TYPE                PIC X(08).
               88  DSC-CKR-LR-ROW          VALUE "DSCLR".
               88  DSC-CKR-UNM-ROW         VALUE "DSCUNM".
               88  DSC-CKR-END-ROW         VALUE "DSCEND".
           05  DSC-CKR-BODY                PIC X(155).
       01  DSC-CKR-LR-VIEW REDEFINES DSC-WS-CKP-ROW.
           05  FILLER                      PIC X(16).
           05  DSC-CKR-LR-NAME             PIC X(30).
           05  DSC-CKR-LR-REC-CNT          PIC 9(09).
           05  FILLER                      PIC X(116).
       01  DSC-CKR-UNM-VIEW REDEFINES DSC-WS-CKP-ROW.
           05  FILLER                      PIC X(16).
           05  DSC-CKR-UNM-HEX             PIC X(20).
           05  DSC-CKR-UNM-REC-CNT         PIC 9(09).
           05  DSC-CKR-UNM-FIRST-REC       PIC 9(09).
           05  FILLER                      PIC X(117).
       01  DSC-CKR-END-VIEW REDEFINES DSC-WS-CKP-ROW.
           05  FILLER                      PIC X(16).
           05  DSC-CKR-LR-CNT              PIC 9(04).
           05  DSC-CKR-UNM-CNT             PIC 9(04).
           05  DSC-CKR-UNM-TOTAL           PIC 9(09).
           05  DSC-CKR-UNM-OVERFLOW        PIC 9(09).
           05  FILLER                      PIC X(129).
       01  DSC-WS-CKP-EOF-SW               PIC X(01)       VALUE "N".
           88  DSC-WS-CKP-EOF              VALUE "Y".
       01  DSC-WS-CKP-BAD-SW               PIC X(01)       VALUE "N".
           88  DSC-WS-CKP-BAD              VALUE "Y".
       01  DSC-WS-CKP-LR-ROWS              PIC 9(04) COMP  VALUE 0.
       01  DSC-WS-HEX-DIGITS               PIC X(16)       VALUE
           "0123456789ABCDEF".
       01  DSC-WS-HEXBUF.
           05  DSC-WS-HEXBUF-CHAR          PIC X(01).
       01  DSC-WS-HEXBUF-NUM REDEFINES DSC-WS-HEXBUF.
           05  DSC-WS-HEXBUF-VAL           BINARY-CHAR UNSIGNED.
       01  DSC-WS-HEX-Q                    PIC 9(03)       VALUE 0.
       01  DSC-WS-HEX-R                    PIC 9(03)       VALUE 0.
      *> REPORT-TIME COPY OF A VALUE WITH EVERY BYTE OUTSIDE THE
      *> PRINTABLE RANGE DOTTED OUT, THE SAME RULE THE UTILITIES APPLY
      *> TO THE RAW VALUES THEY PRINT.
       01  DSC-WS-SAN-VAL                  PIC X(10)       VALUE SPACES.
       01  DSC-WS-CNT-TXT                  PIC ZZZZZZZZ9.
       01  DSC-WS-CNT2-TXT                 PIC ZZZZZZZZ9.
       01  DSC-WS-LINE                     PIC X(132)      VALUE SPACES.
