      **      DELIMITING SURVIVES.  A FIELD WHOSE BYTES DO NOT        *
      **      DECODE (BAD PACKED DATA, NON-NUMERIC ZONED) UNLOADS AS  *
      **      *ERR* RATHER THAN STOPPING THE RUN.  EACH OCCURS COPY   *
      **      IS ITS OWN COLUMN, NUMBERED IN THE HEADER LINE.  AN     *
      **      OCCURS DEPENDING ON TABLE IS READ ELEMENT BY ELEMENT AS  *
      **      FAR AS ITS OBJECT FIELD'S COUNT, AND EACH RECORD'S       *
      **      LENGTH MUST BE THE ONE THAT COUNT IMPLIES (OR THE FULL   *
      **      CATALOG LENGTH, FOR AN EXTRACT PADDED TO ITS MAXIMUM).   *
      **                                                               *
      **      WHEN UNLPRM ALSO NAMES AN EXTRACT DD (COLUMNS 31-38)     *
      **      THE LOGICAL RECORD IS PICKED RECORD BY RECORD FROM THAT  *
      **      EXTRACT'S LRDISC DISCRIMINATOR ROWS (SEE DSCWS.CPY).     *
      **      UNLOUT THEN OPENS WITH ONE HEADER LINE PER LOGICAL       *
      **      RECORD, AND EVERY LINE, HEADER OR DATA, LEADS WITH THE   *
      **      LOGICAL RECORD NAME AS ITS FIRST COLUMN; EACH LOGICAL    *
      **      RECORD KEEPS ITS OWN OCCURS DEPENDING ON TABLE.  A       *
      **      RECORD WHOSE DISCRIMINATOR HAS NO ROW IS NOT UNLOADED    *
      **      AND ITS VALUE IS LISTED AT END OF JOB.                   *
      **                                                               *
      **      THE RUN CHECKPOINTS EVERY SO MANY RECORDS TO DD CKPT    *
      **      (CKPTWS/CKPTWR - DD CKPTPRM, DEFAULT 5000).  A RUN THAT *
      **      FINDS A CHECKPOINT RESTARTS FROM IT: THE FAILED RUN'S   *
      **      UNLOUT, PASSED ON DD PRVOUT, IS COPIED FORWARD (HEADER  *
      **      LINE INCLUDED) AS FAR AS THE CHECKPOINT'S LINE COUNT,   *
      **      THE EXTRACT IS READ PAST THE CHECKPOINTED RECORD AND    *
      **      THE COUNTS CARRY FORWARD, SO UNLOUT AND THE TOTALS      *
      **      MATCH AN UNINTERRUPTED RUN.  CHECKPOINT SLOTS -         *
      **      WRITTEN(1) UNLOUT LINES; COUNT(1) SHORT RECORDS, (2)    *
      **      *ERR* VALUES, (3) BAD OCCURS DEPENDING ON COUNTS, (4)   *
      **      LENGTHS DISAGREEING WITH THE COUNT, (5) OVERFLOWED      *
      **      LINES, (6) RECORDS WITH NO DISCRIMINATOR MAPPING.       *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **                   EBCATAB TABLE, COMP AND COMP-3 BYTES       *
      **                   UNTOUCHED, ZONED OVERPUNCH SIGNS REBUILT   *
      **                   FOR THE LOCAL CONVENTION.                  *
      **  2026/10/14 DAO   UNLOAD "EDITED" FIELDS AS THE PRINTED TEXT  *
      **                   THEY ALREADY ARE AND "NATIONAL" FIELDS AS  *
      **                   THEIR SINGLE-BYTE CHARACTERS, AND HONOR    *
      **                   P SCALING POSITIONS WHEN PLACING A         *
      **                   NUMBER'S DECIMAL POINT.                    *
      **  2026/10/14 DAO   DECODE COMP-5 AS THE SAME SIGNED BINARY AS  *
      **                   COMP.                                       *
      **  2026/10/15 DAO   VARIABLE-LENGTH (OCCURS DEPENDING ON)       *
      **                   RECORDS: LOCATE TABLE COPIES ELEMENT BY     *
      **                   ELEMENT, CHECK EACH RECORD'S LENGTH AGAINST *
      **                   THE LENGTH ITS OBJECT FIELD'S COUNT         *
      **                   IMPLIES, AND UNLOAD ELEMENTS PAST THE COUNT *
      **                   AS EMPTY COLUMNS.                           *
      **  2026/10/15 DAO   CHECKPOINT/RESTART (CKPTWS/CKPTWR) WITH     *
      **                   UNLOUT CARRIED FORWARD FROM DD PRVOUT, AND  *
      **                   POST AN END-OF-JOB RUN-CONTROL RECORD TO    *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR).      *
      **  2026/10/15 DAO   CARRY THE FIELD TABLE'S PEAK FILL ON THE    *
      **                   RUN-CONTROL RECORD FOR CAPMON.              *
      **  2026/10/15 DAO   PICK THE LOGICAL RECORD PER RECORD FROM THE *
      **                   LRDISC DISCRIMINATOR TABLE.                 *
      **  2026/10/15 DAO   CHECKPOINT THE DISCRIMINATOR'S              *
      **                   PER-LOGICAL-RECORD COUNTS AND UNMAPPED      *
      **                   VALUE LIST (DSCCKR) AND RELOAD THEM ON A    *
      **                   RESTART, SO A RESTARTED RUN REPORTS WHAT AN *
      **                   UNINTERRUPTED ONE WOULD.                    *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT UNLOUT-FILE   ASSIGN TO "UNLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNL-UNLOUT-STATUS.
      *> THE FAILED RUN'S UNLOUT - OPENED ONLY ON A RESTART.
           SELECT PRVOUT-FILE   ASSIGN TO "PRVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNL-PRVOUT-STATUS.
      *> OPTIONAL - NO OVERRIDE CHECKPOINTS EVERY 5000 RECORDS.
           SELECT OPTIONAL CKPTPRM-FILE ASSIGN TO "CKPTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-WS-PRM-STATUS.
      *> OPTIONAL - THE LAST CHECKPOINT, EMPTY AFTER A COMPLETED RUN.
           SELECT OPTIONAL CKPT-FILE ASSIGN TO "CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-WS-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
      *> OPTIONAL - READ ONLY WHEN UNLPRM NAMES AN EXTRACT DD.
           SELECT OPTIONAL LRDISC-FILE ASSIGN TO "LRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       FD  UNLPRM-FILE.
       01  UNLPRM-RECORD.
           05  UNL-PARM-LR-NAME            PIC X(30).
      *> BLANK FOR A SINGLE-LAYOUT EXTRACT; OTHERWISE THE DD NAME
      *> WHOSE LRDISC ROWS PICK EACH RECORD'S LOGICAL RECORD, AND THE
      *> LOGICAL RECORD NAME ABOVE IS NOT USED.
           05  UNL-PARM-EXTRACT-DD         PIC X(08).
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON UNL-REC-LEN.
           05  UNL-PARM-CODEPAGE           PIC X(01).
       FD  UNLOUT-FILE.
       01  UNLOUT-RECORD                   PIC X(2000).
       FD  PRVOUT-FILE.
       01  PRVOUT-RECORD                   PIC X(2000).
       FD  CKPTPRM-FILE.
       01  CKPTPRM-RECORD                  PIC 9(08).
       FD  CKPT-FILE.
       COPY CKPTREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       FD  LRDISC-FILE.
       COPY LRDSCREC.
       WORKING-STORAGE SECTION.
      *> THE SHARED CHECKPOINT/RESTART WORK FIELDS - SEE CKPTWS.cpy.
       COPY CKPTWS.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE SHARED RECORD-TYPE DISCRIMINATOR WORK FIELDS - SEE
      *> DSCWS.cpy.
       COPY DSCWS.
       01  UNL-LRCAT-STATUS                PIC XX.
           88  UNL-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES UNL-LRCAT-STATUS TO "10", SO
      *> SAME REASONING AS UNL-LRCAT-OPENED-SW ABOVE.
       01  UNL-UNLOUT-OPENED-SW            PIC X(01)       VALUE "N".
           88  UNL-UNLOUT-OPENED           VALUE "Y".
       01  UNL-PRVOUT-STATUS               PIC XX.
           88  UNL-PRVOUT-OK               VALUE "00".
       01  UNL-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  UNL-LRCAT-EOF               VALUE "Y".
       01  UNL-EOF-SW                      PIC X(01)       VALUE "N".
           88  UNL-EOF                     VALUE "Y".
       01  UNL-REC-LEN                     PIC 9(05)       VALUE 0.
       01  UNL-CAT-LEN                     PIC 9(05)       VALUE 0.
      *> THE LOGICAL RECORD THE CURRENT CATALOG ROW OR EXTRACT RECORD
      *> BELONGS TO.
       01  UNL-CUR-LR                      PIC 9(02)       VALUE 1.
      *> ------------------- CATALOG FIELD TABLE -----------------------
       01  UNL-FLD-TAB.
           05  UNL-FLD-ENTRY               OCCURS 150 TIMES.
               10  UNL-FLD-NAME             PIC X(30).
               10  UNL-FLD-LR-IX            PIC 9(02).
               10  UNL-FLD-USAGE            PIC X(10).
               10  UNL-FLD-SIGN             PIC X(01).
               10  UNL-FLD-BYTE-LEN         PIC 9(05).
               10  UNL-FLD-COPIES           PIC 9(05).
               10  UNL-FLD-OFFSET           PIC 9(05).
               10  UNL-FLD-SCALE            PIC 9(01).
               10  UNL-FLD-PTRAIL           PIC 9(02).
               10  UNL-FLD-NUM-SW           PIC X(01).
                   88  UNL-FLD-IS-NUM       VALUE "Y".
               10  UNL-FLD-ODO-SW           PIC X(01).
                   88  UNL-FLD-IN-ODO       VALUE "Y".
       01  UNL-FLD-TOP                     PIC 9(03)       VALUE 0.
       01  UNL-FLD-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  UNL-FLD-IDX                     PIC 9(03).
      *> ------------- OCCURS DEPENDING ON TABLE, IF ANY ---------------
      *> THE CATALOG LISTS EACH FIELD UNDER AN OCCURS GROUP WITH ALL
      *> ITS COPIES TOGETHER, BUT A VARIABLE-LENGTH RECORD CARRIES THE
      *> TABLE ELEMENT BY ELEMENT AND ONLY AS FAR AS THE OBJECT
      *> FIELD'S COUNT.  THE ELEMENT LENGTH IS WHAT ONE COPY OF EVERY
      *> FIELD UNDER THE TABLE ADDS UP TO.  EACH LOGICAL RECORD HAS
      *> ITS OWN TABLE, IF ANY: THE CONTEXT BELOW DESCRIBES THE ONE IN
      *> HAND AND IS SWAPPED WITH THAT LOGICAL RECORD'S SAVE SLOT.
       01  UNL-ODO-CTX.
           05  UNL-ODO-SW                  PIC X(01)       VALUE "N".
               88  UNL-HAS-ODO             VALUE "Y".
           05  UNL-ODO-NAME                PIC X(30)       VALUE SPACES.
           05  UNL-ODO-MIN                 PIC 9(05)       VALUE 0.
           05  UNL-ODO-MAX                 PIC 9(05)       VALUE 0.
           05  UNL-ODO-START               PIC 9(05)       VALUE 0.
           05  UNL-ODO-ELEM-LEN            PIC 9(05)       VALUE 0.
           05  UNL-ODO-FX                  PIC 9(03)       VALUE 0.
           05  UNL-ODO-MULTI-SW            PIC X(01)       VALUE "N".
               88  UNL-ODO-MULTI           VALUE "Y".
      *> ONE SLOT PER DSC-WS-LR-ENTRY, EACH THE LENGTH OF UNL-ODO-CTX.
       01  UNL-ODO-SAVE-TAB.
           05  UNL-ODO-SAVE                PIC X(55)
                                           OCCURS 20 TIMES.
       01  UNL-ODO-PER-ELEM                PIC 9(05)       VALUE 0.
       01  UNL-ODO-COUNT                   PIC 9(05)       VALUE 0.
       01  UNL-ODO-IMPLIED-LEN             PIC 9(05)       VALUE 0.
       01  UNL-ODO-REC-OK-SW               PIC X(01)       VALUE "N".
           88  UNL-ODO-REC-OK              VALUE "Y".
       01  UNL-ODO-BAD-CNT                 PIC 9(08)       VALUE 0.
       01  UNL-ODO-LEN-CNT                 PIC 9(08)       VALUE 0.
      *> ONE FIELD COPY'S RECORD POSITION, AND FOR A TABLE FIELD THE
      *> ELEMENT IT FALLS IN.
       01  UNL-LOC-FX                      PIC 9(03)       VALUE 0.
       01  UNL-LOC-COPY                    PIC 9(05)       VALUE 0.
       01  UNL-LOC-POS                     PIC 9(05)       VALUE 0.
       01  UNL-LOC-ELEM                    PIC 9(05)       VALUE 0.
       01  UNL-LOC-INNER                   PIC 9(05)       VALUE 0.
       01  UNL-LOC-SUB                     PIC 9(05)       VALUE 0.
      *> ----------------- PICTURE PARSE WORK AREA ---------------------
       01  UNL-PIC-WORK                    PIC X(30).
       01  UNL-PIC-IDX                     PIC 9(02).
       01  UNL-REPEAT-NUM                  PIC 9(05)       VALUE 0.
       01  UNL-XA-CNT                      PIC 9(03)       VALUE 0.
       01  UNL-NINE-CNT                    PIC 9(03)       VALUE 0.
      *> P POSITIONS AFTER THE LAST 9 SCALE THE VALUE UP BY A POWER
      *> OF TEN; P POSITIONS AHEAD OF THE 9S OR AFTER THE V ADD TO
      *> THE DECIMAL SCALE INSTEAD.
       01  UNL-PTRAIL-CNT                  PIC 9(02)       VALUE 0.
       01  UNL-DIGIT-CHAR                  PIC X(01).
       01  UNL-DIGIT-NUM REDEFINES UNL-DIGIT-CHAR
                                           PIC 9(01).
       01  UNL-REC-CNT                     PIC 9(08)       VALUE 0.
       01  UNL-SHORT-CNT                   PIC 9(08)       VALUE 0.
       01  UNL-ERR-CNT                     PIC 9(08)       VALUE 0.
      *> EVERY LINE WRITTEN TO UNLOUT, THE HEADER LINE INCLUDED.
       01  UNL-OUT-CNT                     PIC 9(09)       VALUE 0.
       01  UNL-CARRY-CNT                   PIC 9(09)       VALUE 0.
       01  UNL-SKIP-CNT                    PIC 9(09)       VALUE 0.
       01  UNL-COPY-IDX                    PIC 9(05).
       01  UNL-POS                         PIC 9(05).
       01  UNL-SPAN                        PIC 9(05).
       01  UNL-OVP-FOUND-SW                PIC X(01)       VALUE "N".
           88  UNL-OVP-FOUND               VALUE "Y".
       01  UNL-CUR-BYTE                    PIC X(01).
       01  UNL-NATL-CHARS                  PIC 9(05).
       01  UNL-NATL-POS                    PIC 9(05).
      *> -------------------- LINE BUILD WORK AREA ---------------------
       01  UNL-LINE-BUF                    PIC X(2000).
       01  UNL-LINE-POS                    PIC 9(04)       VALUE 1.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL UNL-LRCAT-EOF
           PERFORM 1400-RESOLVE-ODO THRU 1400-EXIT
           PERFORM 2000-WRITE-HEADER-LINE THRU 2000-EXIT
           PERFORM 2500-REPOSITION-FOR-RESTART THRU 2500-EXIT
           PERFORM 3000-UNLOAD-RECORDS THRU 3000-EXIT
               UNTIL UNL-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
                   GO TO 1000-EXIT
           END-READ
           CLOSE UNLPRM-FILE
           MOVE "LRUNLOAD"          TO DSC-WS-PROGRAM
           MOVE UNL-PARM-EXTRACT-DD TO DSC-WS-EXTRACT-DD
           MOVE UNL-PARM-LR-NAME    TO DSC-WS-LR-NAME-IN
           PERFORM 6500-LOAD-DISCRIMINATOR THRU 6500-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO UNL-LRCAT-EOF-SW
               MOVE "Y" TO UNL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1060-CLEAR-ODO-SLOT THRU 1060-EXIT
               VARYING UNL-CUR-LR FROM 1 BY 1
               UNTIL UNL-CUR-LR > DSC-WS-LR-CNT
           MOVE "LRUNLOAD"      TO CKP-WS-PROGRAM
           MOVE UNL-PARM-LR-NAME TO CKP-WS-RUN-KEY
           IF DSC-WS-ACTIVE
               MOVE UNL-PARM-EXTRACT-DD TO CKP-WS-RUN-KEY
           END-IF
           PERFORM 8800-READ-CHECKPOINT THRU 8800-EXIT
           IF CKP-WS-REFUSED
               MOVE "Y" TO UNL-LRCAT-EOF-SW
               MOVE "Y" TO UNL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT  LRCAT-FILE
           OPEN INPUT  EXTRACT-FILE
           OPEN OUTPUT UNLOUT-FILE
           CLOSE CODEPRM-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-CLEAR-ODO-SLOT.
           MOVE UNL-ODO-CTX TO UNL-ODO-SAVE(UNL-CUR-LR).
       1060-EXIT.
           EXIT.
      *
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
               GO TO 1200-EXIT
           END-IF
           IF NOT LRC-IS-FIELD
               OR LRC-REDEFINES-NAME NOT = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE LRC-LR-NAME TO DSC-WS-LR-NAME-IN
           PERFORM 6540-FIND-LR THRU 6540-EXIT
           IF DSC-WS-LR-HIT = 0
               GO TO 1200-EXIT
           END-IF
           MOVE DSC-WS-LR-HIT TO UNL-CUR-LR
           MOVE UNL-ODO-SAVE(UNL-CUR-LR) TO UNL-ODO-CTX
           PERFORM 1210-KEEP-FIELD-ROW THRU 1210-EXIT
           MOVE UNL-ODO-CTX TO UNL-ODO-SAVE(UNL-CUR-LR).
       1200-EXIT.
           EXIT.
      *
       1210-KEEP-FIELD-ROW.
      *> THE TABLE'S OWNING ROW - OFTEN A GROUP, SO SEEN BEFORE THE
      *> GROUP ROWS ARE SET ASIDE - COMES FIRST AND DEFINES IT.
           IF LRC-ODO-FIELD-NAME NOT = SPACES
               PERFORM 1250-NOTE-ODO-ROW THRU 1250-EXIT
           END-IF
           IF LRC-BYTE-LEN = 0
               GO TO 1210-EXIT
           END-IF
           IF UNL-FLD-TOP < 150
               ADD 1 TO UNL-FLD-TOP
               MOVE LRC-FIELD-NAME TO UNL-FLD-NAME(UNL-FLD-TOP)
               MOVE UNL-CUR-LR     TO UNL-FLD-LR-IX(UNL-FLD-TOP)
               MOVE LRC-USAGE-CD   TO UNL-FLD-USAGE(UNL-FLD-TOP)
               MOVE LRC-SIGN-CD    TO UNL-FLD-SIGN(UNL-FLD-TOP)
               MOVE LRC-BYTE-LEN   TO UNL-FLD-BYTE-LEN(UNL-FLD-TOP)
                   MOVE 9 TO UNL-SCALE-CNT
               END-IF
               MOVE UNL-SCALE-CNT TO UNL-FLD-SCALE(UNL-FLD-TOP)
               MOVE UNL-PTRAIL-CNT TO UNL-FLD-PTRAIL(UNL-FLD-TOP)
               IF UNL-NINE-CNT > 0 AND UNL-XA-CNT = 0
                   MOVE "Y" TO UNL-FLD-NUM-SW(UNL-FLD-TOP)
               ELSE
                   MOVE "N" TO UNL-FLD-NUM-SW(UNL-FLD-TOP)
               END-IF
               COMPUTE DSC-WS-CAND-LEN = LRC-OFFSET + LRC-EFFECTIVE-LEN
               PERFORM 6545-NOTE-FIELD THRU 6545-EXIT
               MOVE "N" TO UNL-FLD-ODO-SW(UNL-FLD-TOP)
               IF LRC-ODO-FIELD-NAME NOT = SPACES
                   AND LRC-ODO-FIELD-NAME = UNL-ODO-NAME
                   AND UNL-ODO-MAX > 0
                   MOVE "Y" TO UNL-FLD-ODO-SW(UNL-FLD-TOP)
                   DIVIDE LRC-EFFECTIVE-LEN BY UNL-ODO-MAX
                       GIVING UNL-ODO-PER-ELEM
                   ADD UNL-ODO-PER-ELEM TO UNL-ODO-ELEM-LEN
               END-IF
           ELSE
               ADD 1 TO UNL-FLD-OVERFLOW-CNT
           END-IF.
       1210-EXIT.
           EXIT.
      *
       1250-NOTE-ODO-ROW.
           IF NOT UNL-HAS-ODO
               MOVE "Y" TO UNL-ODO-SW
               MOVE LRC-ODO-FIELD-NAME TO UNL-ODO-NAME
               MOVE LRC-OCCURS-MIN     TO UNL-ODO-MIN
               MOVE LRC-OCCURS-MAX     TO UNL-ODO-MAX
               MOVE LRC-OFFSET         TO UNL-ODO-START
           END-IF
           IF LRC-ODO-FIELD-NAME NOT = UNL-ODO-NAME
               MOVE "Y" TO UNL-ODO-MULTI-SW
           END-IF.
       1250-EXIT.
           EXIT.
      *
       1300-PARSE-PICTURE.
           MOVE 0 TO UNL-SCALE-CNT
           MOVE 0 TO UNL-XA-CNT
           MOVE 0 TO UNL-NINE-CNT
           MOVE 0 TO UNL-PTRAIL-CNT
           MOVE "N" TO UNL-AFTER-V-SW
           MOVE 1 TO UNL-PIC-IDX
           PERFORM 1310-PARSE-ONE-CHAR THRU 1310-EXIT
               WHEN "V"
                   MOVE "Y" TO UNL-AFTER-V-SW
                   ADD 1 TO UNL-PIC-IDX
               WHEN "P"
                   PERFORM 1320-COUNT-REPEAT THRU 1320-EXIT
                   IF UNL-AFTER-V OR UNL-NINE-CNT = 0
                       ADD UNL-REPEAT-NUM TO UNL-SCALE-CNT
                   ELSE
                       ADD UNL-REPEAT-NUM TO UNL-PTRAIL-CNT
                   END-IF
               WHEN SPACE
                   MOVE 31 TO UNL-PIC-IDX
               WHEN OTHER
           EXIT.
      *
      ******************************************************************
      *  1400-RESOLVE-ODO - FINDS THE OCCURS DEPENDING ON OBJECT      *
      *  AMONG THE LOADED FIELDS.  IT MUST SIT AHEAD OF THE TABLE,    *
      *  WHERE EVERY RECORD, HOWEVER SHORT, STILL CARRIES IT.  ONLY   *
      *  ONE SUCH TABLE PER LOGICAL RECORD CAN BE UNLOADED.  EACH     *
      *  LOGICAL RECORD THE RUN APPLIES IS RESOLVED IN TURN.  A       *
      *  FAILURE HALTS THE RUN, SO ITS SAVE SLOT IS NOT WRITTEN BACK. *
      ******************************************************************
       1400-RESOLVE-ODO.
           IF UNL-EOF
               GO TO 1400-EXIT
           END-IF
           PERFORM 1405-RESOLVE-ONE-LR THRU 1405-EXIT
               VARYING UNL-CUR-LR FROM 1 BY 1
               UNTIL UNL-CUR-LR > DSC-WS-LR-CNT
               OR UNL-EOF.
       1400-EXIT.
           EXIT.
      *
       1405-RESOLVE-ONE-LR.
           MOVE UNL-ODO-SAVE(UNL-CUR-LR) TO UNL-ODO-CTX
           IF NOT UNL-HAS-ODO
               GO TO 1405-EXIT
           END-IF
           IF UNL-ODO-MULTI
               DISPLAY "LRUNLOAD - " DSC-WS-LR-NAME(UNL-CUR-LR)
                   " HAS MORE THAN "
                   "ONE OCCURS DEPENDING ON TABLE - NOT UNLOADED"
               MOVE "Y" TO UNL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1405-EXIT
           END-IF
           MOVE 0 TO UNL-ODO-FX
           PERFORM 1410-FIND-ODO-OBJECT THRU 1410-EXIT
               VARYING UNL-FLD-IDX FROM 1 BY 1
               UNTIL UNL-FLD-IDX > UNL-FLD-TOP
               OR UNL-ODO-FX NOT = 0
           IF UNL-ODO-FX = 0
               DISPLAY "LRUNLOAD - OCCURS DEPENDING ON OBJECT "
                   UNL-ODO-NAME " IS NOT A FIELD OF "
                   DSC-WS-LR-NAME(UNL-CUR-LR)
               MOVE "Y" TO UNL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1405-EXIT
           END-IF
           IF UNL-FLD-OFFSET(UNL-ODO-FX) + UNL-FLD-BYTE-LEN(UNL-ODO-FX)
                   > UNL-ODO-START
               OR UNL-ODO-ELEM-LEN = 0
               DISPLAY "LRUNLOAD - OCCURS DEPENDING ON OBJECT "
                   UNL-ODO-NAME " DOES NOT PRECEDE ITS TABLE"
               MOVE "Y" TO UNL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1405-EXIT
           END-IF
           MOVE UNL-ODO-CTX TO UNL-ODO-SAVE(UNL-CUR-LR).
       1405-EXIT.
           EXIT.
      *
       1410-FIND-ODO-OBJECT.
           IF UNL-FLD-NAME(UNL-FLD-IDX) = UNL-ODO-NAME
               AND UNL-FLD-LR-IX(UNL-FLD-IDX) = UNL-CUR-LR
               AND NOT UNL-FLD-IN-ODO(UNL-FLD-IDX)
               MOVE UNL-FLD-IDX TO UNL-ODO-FX
           END-IF.
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-WRITE-HEADER-LINE - FIELD NAMES PIPE-DELIMITED, OCCURS  *
      *  COPIES NUMBERED NAME_001...  ONE LINE PER LOGICAL RECORD,    *
      *  LED BY ITS NAME WHEN A DISCRIMINATOR PICKS THEM.             *
      ******************************************************************
       2000-WRITE-HEADER-LINE.
           IF UNL-EOF
               GO TO 2000-EXIT
           END-IF
           PERFORM 6560-CHECK-CATALOG THRU 6560-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO UNL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
      *> A RESTART CARRIES THE FAILED RUN'S HEADER LINE FORWARD WITH
      *> ITS DATA LINES.
           IF CKP-WS-RESTARTING
               GO TO 2000-EXIT
           END-IF
           PERFORM 2050-HEADER-ONE-LR THRU 2050-EXIT
               VARYING UNL-CUR-LR FROM 1 BY 1
               UNTIL UNL-CUR-LR > DSC-WS-LR-CNT.
       2000-EXIT.
           EXIT.
      *
       2050-HEADER-ONE-LR.
           MOVE SPACES TO UNL-LINE-BUF
           MOVE 1 TO UNL-LINE-POS
           IF DSC-WS-ACTIVE
               MOVE SPACES TO UNL-TOKEN
               MOVE DSC-WS-LR-NAME(UNL-CUR-LR) TO UNL-TOKEN
               PERFORM 2900-APPEND-TOKEN THRU 2900-EXIT
           END-IF
           PERFORM 2100-HEADER-ONE-FIELD THRU 2100-EXIT
               VARYING UNL-FLD-IDX FROM 1 BY 1
               UNTIL UNL-FLD-IDX > UNL-FLD-TOP
           WRITE UNLOUT-RECORD FROM UNL-LINE-BUF
           ADD 1 TO UNL-OUT-CNT.
       2050-EXIT.
           EXIT.
      *
       2100-HEADER-ONE-FIELD.
           IF UNL-FLD-LR-IX(UNL-FLD-IDX) NOT = UNL-CUR-LR
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-HEADER-ONE-COPY THRU 2110-EXIT
               VARYING UNL-COPY-IDX FROM 1 BY 1
               UNTIL UNL-COPY-IDX > UNL-FLD-COPIES(UNL-FLD-IDX).
           PERFORM 2900-APPEND-TOKEN THRU 2900-EXIT.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-REPOSITION-FOR-RESTART - ON A RESTART, COPIES THE       *
      *  CHECKPOINTED NUMBER OF UNLOUT LINES FORWARD FROM THE FAILED  *
      *  RUN'S OUTPUT ON DD PRVOUT, READS THE EXTRACT PAST THE        *
      *  CHECKPOINTED RECORD, AND ONLY THEN CARRIES THE COUNTS        *
      *  FORWARD - A RESTART THAT CANNOT REPOSITION HALTS WITH THE    *
      *  CHECKPOINT LEFT IN PLACE FOR THE NEXT ATTEMPT.               *
      ******************************************************************
       2500-REPOSITION-FOR-RESTART.
           IF UNL-EOF OR NOT CKP-WS-RESTARTING
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT PRVOUT-FILE
           IF NOT UNL-PRVOUT-OK
               DISPLAY "LRUNLOAD - RESTART NEEDS THE FAILED RUN'S "
                   "UNLOUT ON DD PRVOUT, STATUS=" UNL-PRVOUT-STATUS
               MOVE "Y" TO UNL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           MOVE 0 TO UNL-CARRY-CNT
           PERFORM 2510-CARRY-ONE-LINE THRU 2510-EXIT
               UNTIL UNL-CARRY-CNT NOT < CKP-WS-WRITTEN(1)
               OR UNL-EOF
           CLOSE PRVOUT-FILE
           MOVE 0 TO UNL-SKIP-CNT
           PERFORM 2520-SKIP-ONE-RECORD THRU 2520-EXIT
               UNTIL UNL-SKIP-CNT NOT < CKP-WS-RECORDS-READ
               OR UNL-EOF
           IF UNL-EOF
               GO TO 2500-EXIT
           END-IF
           PERFORM 6535-RESTORE-DSC-TABLES THRU 6535-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO UNL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           MOVE CKP-WS-RECORDS-READ TO UNL-REC-CNT
           MOVE CKP-WS-WRITTEN(1)   TO UNL-OUT-CNT
           MOVE CKP-WS-COUNT(1)     TO UNL-SHORT-CNT
           MOVE CKP-WS-COUNT(2)     TO UNL-ERR-CNT
           MOVE CKP-WS-COUNT(3)     TO UNL-ODO-BAD-CNT
           MOVE CKP-WS-COUNT(4)     TO UNL-ODO-LEN-CNT
           MOVE CKP-WS-COUNT(5)     TO UNL-OVERFLOW-LINE-CNT
           MOVE CKP-WS-COUNT(6)     TO DSC-WS-UNM-TOTAL
           MOVE CKP-WS-RESTART-FROM TO RNL-WS-RESTART-FROM
           DISPLAY "LRUNLOAD - " UNL-OUT-CNT " LINES CARRIED FORWARD "
               "FROM PRVOUT, EXTRACT REPOSITIONED AFTER RECORD "
               UNL-REC-CNT.
       2500-EXIT.
           EXIT.
      *
       2510-CARRY-ONE-LINE.
           READ PRVOUT-FILE INTO UNL-LINE-BUF
               AT END
                   DISPLAY "LRUNLOAD - PRVOUT HOLDS FEWER LINES THAN "
                       "THE CHECKPOINT SAYS WERE WRITTEN"
                   MOVE "Y" TO UNL-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 2510-EXIT
           END-READ
           WRITE UNLOUT-RECORD FROM UNL-LINE-BUF
           ADD 1 TO UNL-CARRY-CNT.
       2510-EXIT.
           EXIT.
      *
       2520-SKIP-ONE-RECORD.
           READ EXTRACT-FILE INTO UNL-REC-BUF
               AT END
                   DISPLAY "LRUNLOAD - EXTRACT ENDS BEFORE THE "
                       "CHECKPOINTED RECORD"
                   MOVE "Y" TO UNL-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 2520-EXIT
           END-READ
           ADD 1 TO UNL-SKIP-CNT.
       2520-EXIT.
           EXIT.
      *
       3000-UNLOAD-RECORDS.
           PERFORM 8830-TEST-CHECKPOINT-DUE THRU 8830-EXIT
           IF CKP-WS-DUE
               PERFORM 3800-TAKE-CHECKPOINT THRU 3800-EXIT
           END-IF
           READ EXTRACT-FILE INTO UNL-REC-BUF
               AT END
                   MOVE "Y" TO UNL-EOF-SW
                   MOVE "Y" TO CKP-WS-INPUT-DONE-SW
           END-READ
           IF UNL-EOF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO CKP-WS-DUE-CNT
           ADD 1 TO UNL-REC-CNT
      *> THE LOGICAL RECORD IS PICKED BEFORE ANY BYTE IS TRANSLATED OR
      *> DECODED - A RECORD WHOSE DISCRIMINATOR HAS NO LRDISC ROW IS
      *> TALLIED AND NOT UNLOADED UNDER A LAYOUT THAT MAY NOT FIT IT.
           MOVE UNL-REC-LEN TO DSC-WS-REC-LEN
           MOVE UNL-REC-CNT TO DSC-WS-REC-NO
           MOVE UNL-REC-BUF(DSC-WS-START:DSC-WS-LEN)
               TO DSC-WS-REC-VALUE
           IF UNL-CODEPAGE-EBCDIC
               PERFORM 3020-TRANSLATE-DISC-BYTE THRU 3020-EXIT
                   VARYING UNL-BYTE-IDX FROM 1 BY 1
                   UNTIL UNL-BYTE-IDX > DSC-WS-LEN
           END-IF
           PERFORM 6550-PICK-LR THRU 6550-EXIT
           IF DSC-WS-UNMAPPED
               GO TO 3000-EXIT
           END-IF
           MOVE DSC-WS-LR-HIT TO UNL-CUR-LR
           MOVE UNL-ODO-SAVE(UNL-CUR-LR) TO UNL-ODO-CTX
           MOVE DSC-WS-LR-CAT-LEN(UNL-CUR-LR) TO UNL-CAT-LEN
           IF UNL-CODEPAGE-EBCDIC
               PERFORM 7600-TRANSLATE-RECORD THRU 7600-EXIT
           END-IF
           IF UNL-HAS-ODO
               PERFORM 3050-CHECK-ODO-LENGTH THRU 3050-EXIT
               IF NOT UNL-ODO-REC-OK
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF UNL-REC-LEN < UNL-CAT-LEN
                   ADD 1 TO UNL-SHORT-CNT
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE SPACES TO UNL-LINE-BUF
           MOVE 1 TO UNL-LINE-POS
           IF DSC-WS-ACTIVE
               MOVE SPACES TO UNL-TOKEN
               MOVE DSC-WS-LR-NAME(UNL-CUR-LR) TO UNL-TOKEN
               PERFORM 2900-APPEND-TOKEN THRU 2900-EXIT
           END-IF
           PERFORM 3100-UNLOAD-ONE-FIELD THRU 3100-EXIT
               VARYING UNL-FLD-IDX FROM 1 BY 1
               UNTIL UNL-FLD-IDX > UNL-FLD-TOP
           WRITE UNLOUT-RECORD FROM UNL-LINE-BUF
           ADD 1 TO UNL-OUT-CNT.
       3000-EXIT.
           EXIT.
      *
      *> AN EBCDIC EXTRACT'S DISCRIMINATOR IS LOOKED UP AS ITS LOCAL
      *> CHARACTERS, THE WAY LRDISC IS KEYED.
       3020-TRANSLATE-DISC-BYTE.
           MOVE DSC-WS-REC-VALUE(UNL-BYTE-IDX:1) TO CPG-BYTE-LO
           MOVE CPG-EBC-CHAR(CPG-BYTE-NUM + 1)
               TO DSC-WS-REC-VALUE(UNL-BYTE-IDX:1).
       3020-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3050-CHECK-ODO-LENGTH - DECODES THE OBJECT FIELD'S COUNT AND *
      *  PROVES THE RECORD'S LENGTH AGAINST IT: THE CATALOG LENGTH    *
      *  LESS ONE ELEMENT FOR EVERY COPY THE COUNT LEAVES OUT.  A     *
      *  RECORD PADDED TO THE FULL CATALOG LENGTH ALSO AGREES.        *
      ******************************************************************
       3050-CHECK-ODO-LENGTH.
           MOVE "N" TO UNL-ODO-REC-OK-SW
           MOVE UNL-ODO-FX TO UNL-FLD-IDX
           COMPUTE UNL-POS = UNL-FLD-OFFSET(UNL-FLD-IDX) + 1
           MOVE UNL-FLD-BYTE-LEN(UNL-FLD-IDX) TO UNL-SPAN
           IF UNL-POS + UNL-SPAN - 1 > UNL-REC-LEN
               ADD 1 TO UNL-SHORT-CNT
               GO TO 3050-EXIT
           END-IF
           MOVE "Y" TO UNL-DECODE-OK-SW
           EVALUATE UNL-FLD-USAGE(UNL-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
                   PERFORM 3200-DECODE-BINARY THRU 3200-EXIT
               WHEN "COMP-3"
                   PERFORM 3300-DECODE-PACKED THRU 3300-EXIT
               WHEN OTHER
                   PERFORM 3400-DECODE-ZONED THRU 3400-EXIT
           END-EVALUATE
           IF NOT UNL-DECODE-OK
               OR UNL-WORK-NUM < UNL-ODO-MIN
               OR UNL-WORK-NUM > UNL-ODO-MAX
               ADD 1 TO UNL-ODO-BAD-CNT
               GO TO 3050-EXIT
           END-IF
           MOVE UNL-WORK-NUM TO UNL-ODO-COUNT
           COMPUTE UNL-ODO-IMPLIED-LEN = UNL-CAT-LEN
               - (UNL-ODO-MAX - UNL-ODO-COUNT) * UNL-ODO-ELEM-LEN
           IF UNL-REC-LEN NOT = UNL-ODO-IMPLIED-LEN
               AND UNL-REC-LEN NOT = UNL-CAT-LEN
               ADD 1 TO UNL-ODO-LEN-CNT
               GO TO 3050-EXIT
           END-IF
           MOVE "Y" TO UNL-ODO-REC-OK-SW.
       3050-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3060-LOCATE-COPY - RECORD POSITION OF COPY UNL-LOC-COPY OF   *
      *  FIELD UNL-LOC-FX.  OUTSIDE AN OCCURS DEPENDING ON TABLE THE  *
      *  COPIES SIT SIDE BY SIDE AS CATALOGED.  INSIDE ONE, THE COPY  *
      *  NUMBER IS SPLIT INTO ITS TABLE ELEMENT AND (FOR A FIELD      *
      *  NESTED UNDER A FURTHER OCCURS) ITS PLACE WITHIN THE ELEMENT, *
      *  AND THE FIELD'S START WITHIN THE ELEMENT IS ITS CATALOG      *
      *  DISTANCE FROM THE TABLE START SHARED OUT OVER THE MAXIMUM.   *
      ******************************************************************
       3060-LOCATE-COPY.
           MOVE 0 TO UNL-LOC-ELEM
           IF NOT UNL-FLD-IN-ODO(UNL-LOC-FX)
               COMPUTE UNL-LOC-POS = UNL-FLD-OFFSET(UNL-LOC-FX)
                   + (UNL-LOC-COPY - 1) * UNL-FLD-BYTE-LEN(UNL-LOC-FX)
                   + 1
               GO TO 3060-EXIT
           END-IF
           DIVIDE UNL-FLD-COPIES(UNL-LOC-FX) BY UNL-ODO-MAX
               GIVING UNL-LOC-INNER
           IF UNL-LOC-INNER = 0
               MOVE 1 TO UNL-LOC-INNER
           END-IF
           COMPUTE UNL-LOC-ELEM = (UNL-LOC-COPY - 1) / UNL-LOC-INNER
           ADD 1 TO UNL-LOC-ELEM
           COMPUTE UNL-LOC-SUB = UNL-LOC-COPY
               - (UNL-LOC-ELEM - 1) * UNL-LOC-INNER
           COMPUTE UNL-LOC-POS = UNL-ODO-START
               + (UNL-LOC-ELEM - 1) * UNL-ODO-ELEM-LEN
               + (UNL-FLD-OFFSET(UNL-LOC-FX) - UNL-ODO-START)
                   / UNL-ODO-MAX
               + (UNL-LOC-SUB - 1) * UNL-FLD-BYTE-LEN(UNL-LOC-FX)
               + 1.
       3060-EXIT.
           EXIT.
      *
       3100-UNLOAD-ONE-FIELD.
           IF UNL-FLD-LR-IX(UNL-FLD-IDX) NOT = UNL-CUR-LR
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-UNLOAD-ONE-COPY THRU 3110-EXIT
               VARYING UNL-COPY-IDX FROM 1 BY 1
               UNTIL UNL-COPY-IDX > UNL-FLD-COPIES(UNL-FLD-IDX).
           EXIT.
      *
       3110-UNLOAD-ONE-COPY.
           MOVE UNL-FLD-IDX  TO UNL-LOC-FX
           MOVE UNL-COPY-IDX TO UNL-LOC-COPY
           PERFORM 3060-LOCATE-COPY THRU 3060-EXIT
           MOVE UNL-LOC-POS TO UNL-POS
           MOVE UNL-FLD-BYTE-LEN(UNL-FLD-IDX) TO UNL-SPAN
           MOVE "Y" TO UNL-DECODE-OK-SW
           MOVE SPACES TO UNL-TOKEN
      *> A TABLE ELEMENT PAST THE RECORD'S OCCURS DEPENDING ON COUNT
      *> IS NOT THERE - ITS COLUMNS UNLOAD EMPTY.
           IF UNL-FLD-IN-ODO(UNL-FLD-IDX)
               AND UNL-LOC-ELEM > UNL-ODO-COUNT
               PERFORM 2900-APPEND-TOKEN THRU 2900-EXIT
               GO TO 3110-EXIT
           END-IF
           EVALUATE UNL-FLD-USAGE(UNL-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
                   PERFORM 3200-DECODE-BINARY THRU 3200-EXIT
               WHEN "COMP-3"
                   PERFORM 3300-DECODE-PACKED THRU 3300-EXIT
               WHEN "COMP-1"
               WHEN "COMP-2"
                   MOVE "*FLOAT*" TO UNL-TOKEN
      *> AN EDITED FIELD IS ALREADY PRINTED TEXT - IT UNLOADS AS IT
      *> STANDS RATHER THAN FAILING A ZONED-DIGIT DECODE.
               WHEN "EDITED"
                   PERFORM 3500-DECODE-TEXT THRU 3500-EXIT
               WHEN "NATIONAL"
                   PERFORM 3600-DECODE-NATIONAL THRU 3600-EXIT
               WHEN OTHER
                   IF UNL-FLD-IS-NUM(UNL-FLD-IDX)
                       PERFORM 3400-DECODE-ZONED THRU 3400-EXIT
           EXIT.
      *
      ******************************************************************
      *  3600-DECODE-NATIONAL - EACH TWO-BYTE BIG-ENDIAN NATIONAL     *
      *  CHARACTER UNLOADS AS ITS LOW BYTE WHEN THE HIGH BYTE IS      *
      *  ZERO (THE SINGLE-BYTE RANGE); ANYTHING OUTSIDE THAT RANGE,   *
      *  OR NOT PRINTABLE, IS DOTTED OUT THE SAME AS A CONTROL BYTE   *
      *  IN A TEXT FIELD.                                             *
      ******************************************************************
       3600-DECODE-NATIONAL.
           DIVIDE UNL-SPAN BY 2 GIVING UNL-NATL-CHARS
           IF UNL-NATL-CHARS > 40
               MOVE 40 TO UNL-NATL-CHARS
           END-IF
           PERFORM 3610-DECODE-NATIONAL-CHAR THRU 3610-EXIT
               VARYING UNL-BYTE-IDX FROM 1 BY 1
               UNTIL UNL-BYTE-IDX > UNL-NATL-CHARS.
       3600-EXIT.
           EXIT.
      *
       3610-DECODE-NATIONAL-CHAR.
           COMPUTE UNL-NATL-POS = UNL-POS + (UNL-BYTE-IDX - 1) * 2
           IF UNL-REC-BUF(UNL-NATL-POS:1) = LOW-VALUE
               MOVE UNL-REC-BUF(UNL-NATL-POS + 1:1)
                   TO UNL-TOKEN(UNL-BYTE-IDX:1)
           ELSE
               MOVE "." TO UNL-TOKEN(UNL-BYTE-IDX:1)
           END-IF
           PERFORM 3510-SANITIZE-ONE-BYTE THRU 3510-EXIT.
       3610-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3900-FORMAT-NUMBER - RENDERS UNL-WORK-NUM WITH THE FIELD'S   *
      *  DECIMAL POINT PLACED FROM ITS PICTURE SCALE AND A LEADING    *
      *  MINUS WHEN NEGATIVE.                                         *
      ******************************************************************
       3900-FORMAT-NUMBER.
           IF UNL-FLD-PTRAIL(UNL-FLD-IDX) > 0
               PERFORM 3905-APPLY-P-SCALING THRU 3905-EXIT
                   VARYING UNL-SCALE-IDX FROM 1 BY 1
                   UNTIL UNL-SCALE-IDX > UNL-FLD-PTRAIL(UNL-FLD-IDX)
           END-IF
           MOVE 1 TO UNL-SCALE-DIV
           IF UNL-FLD-SCALE(UNL-FLD-IDX) > 0
               PERFORM 3910-RAISE-SCALE THRU 3910-EXIT
           END-IF.
       3900-EXIT.
           EXIT.
      *
       3905-APPLY-P-SCALING.
           COMPUTE UNL-WORK-NUM = UNL-WORK-NUM * 10.
       3905-EXIT.
           EXIT.
      *
       3910-RAISE-SCALE.
           COMPUTE UNL-SCALE-DIV = UNL-SCALE-DIV * 10.
           SUBTRACT 1 FROM UNL-TOKEN-LEN.
       2930-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3800-TAKE-CHECKPOINT - CLOSING AND REOPENING UNLOUT FORCES   *
      *  EVERY LINE WRITTEN SO FAR TO DISK, SO THE LINE COUNT THE     *
      *  CHECKPOINT CLAIMS IS REALLY THERE FOR A RESTART TO COPY.     *
      ******************************************************************
       3800-TAKE-CHECKPOINT.
           CLOSE UNLOUT-FILE
           OPEN EXTEND UNLOUT-FILE
           MOVE UNL-REC-CNT           TO CKP-WS-RECORDS-READ
           MOVE UNL-OUT-CNT           TO CKP-WS-WRITTEN(1)
           MOVE UNL-SHORT-CNT         TO CKP-WS-COUNT(1)
           MOVE UNL-ERR-CNT           TO CKP-WS-COUNT(2)
           MOVE UNL-ODO-BAD-CNT       TO CKP-WS-COUNT(3)
           MOVE UNL-ODO-LEN-CNT       TO CKP-WS-COUNT(4)
           MOVE UNL-OVERFLOW-LINE-CNT TO CKP-WS-COUNT(5)
           MOVE DSC-WS-UNM-TOTAL      TO CKP-WS-COUNT(6)
           PERFORM 8810-WRITE-CHECKPOINT THRU 8810-EXIT
           PERFORM 6530-SAVE-DSC-TABLES THRU 6530-EXIT.
       3800-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF DSC-WS-ACTIVE
               DISPLAY "LRUNLOAD - " UNL-REC-CNT
                   " RECORDS UNLOADED FOR EXTRACT " UNL-PARM-EXTRACT-DD
               PERFORM 4100-DISPLAY-ONE-LR THRU 4100-EXIT
                   VARYING DSC-WS-LX FROM 1 BY 1
                   UNTIL DSC-WS-LX > DSC-WS-LR-CNT
               PERFORM 4200-DISPLAY-ONE-UNMAPPED THRU 4200-EXIT
                   VARYING DSC-WS-UX FROM 1 BY 1
                   UNTIL DSC-WS-UX > DSC-WS-UNM-CNT
           ELSE
               DISPLAY "LRUNLOAD - " UNL-REC-CNT
                   " RECORDS UNLOADED FOR " UNL-PARM-LR-NAME
           END-IF
           IF DSC-WS-UNM-TOTAL > 0
               PERFORM 6595-DISPLAY-UNMAPPED THRU 6595-EXIT
               MOVE 16 TO RETURN-CODE
           END-IF
           IF UNL-ERR-CNT > 0
               DISPLAY "LRUNLOAD - " UNL-ERR-CNT
                   " FIELD VALUES DID NOT DECODE AND UNLOADED AS "
                   "SKIPPED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF UNL-ODO-BAD-CNT > 0
               DISPLAY "LRUNLOAD - " UNL-ODO-BAD-CNT
                   " RECORDS WITH AN UNREADABLE OR OUT-OF-RANGE "
                   "OCCURS DEPENDING ON COUNT WERE SKIPPED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF UNL-ODO-LEN-CNT > 0
               DISPLAY "LRUNLOAD - " UNL-ODO-LEN-CNT
                   " RECORDS WHOSE LENGTH DISAGREES WITH THEIR "
                   "OCCURS DEPENDING ON COUNT WERE SKIPPED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF UNL-FLD-OVERFLOW-CNT > 0 OR UNL-OVERFLOW-LINE-CNT > 0
               DISPLAY "LRUNLOAD - TABLE OR LINE OVERFLOW - OUTPUT "
                   "INCOMPLETE"
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-DISPLAY-ONE-LR.
           PERFORM 6590-FORMAT-LR-LINE THRU 6590-EXIT
           DISPLAY "LRUNLOAD - " DSC-WS-LINE(1:80).
       4100-EXIT.
           EXIT.
      *
       4200-DISPLAY-ONE-UNMAPPED.
           PERFORM 6580-FORMAT-UNMAPPED-LINE THRU 6580-EXIT
           DISPLAY "LRUNLOAD - " DSC-WS-LINE(1:80).
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7600-TRANSLATE-RECORD - SOURCE CODE-PAGE AWARENESS, DRIVEN   *
           EXIT.
      *
       7610-TRANSLATE-ONE-FIELD.
           IF UNL-FLD-LR-IX(UNL-CPG-FX) NOT = UNL-CUR-LR
               GO TO 7610-EXIT
           END-IF
           IF (UNL-FLD-USAGE(UNL-CPG-FX) NOT = "DISPLAY"
               AND UNL-FLD-USAGE(UNL-CPG-FX) NOT = "EDITED")
               OR UNL-FLD-BYTE-LEN(UNL-CPG-FX) = 0
               GO TO 7610-EXIT
           END-IF
           EXIT.
      *
       7620-TRANSLATE-ONE-COPY.
           MOVE UNL-CPG-FX   TO UNL-LOC-FX
           MOVE UNL-CPG-COPY TO UNL-LOC-COPY
           PERFORM 3060-LOCATE-COPY THRU 3060-EXIT
           MOVE UNL-LOC-POS TO UNL-CPG-POS
           COMPUTE UNL-CPG-END =
               UNL-CPG-POS + UNL-FLD-BYTE-LEN(UNL-CPG-FX) - 1
           IF UNL-CPG-END > UNL-REC-LEN
           MOVE CPG-BYTE-LO TO UNL-REC-BUF(UNL-CPG-END:1).
       7640-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT UNL-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "LRUNLOAD" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE UNL-REC-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
      *> RECORDS OUT IS DATA LINES - THE HEADER LINE IS NOT A RECORD
      *> THE NEXT STEP READS.
       8500-POST-RUN-LOG.
           MOVE "LRUNLOAD" TO RNL-WS-PROGRAM
           MOVE UNL-REC-CNT TO RNL-WS-RECORDS-IN
           IF UNL-OUT-CNT > 0
               COMPUTE RNL-WS-RECORDS-OUT = UNL-OUT-CNT - 1
           END-IF
           COMPUTE RNL-WS-RECORDS-SUSP = UNL-SHORT-CNT
               + UNL-ODO-BAD-CNT + UNL-ODO-LEN-CNT + DSC-WS-UNM-TOTAL
           COMPUTE RNL-WS-TABLE-PEAK (1) =
               UNL-FLD-TOP + UNL-FLD-OVERFLOW-CNT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
      *> SHARED CHECKPOINT/RESTART PARAGRAPHS - SEE CKPTWR.cpy.
       COPY CKPTWR.
      *
      *> SHARED RECORD-TYPE DISCRIMINATOR PARAGRAPHS - SEE DSCWS.cpy.
       COPY DSCCK.
      *
      *> SHARED DISCRIMINATOR CHECKPOINT ROWS - SEE DSCWS.cpy.
       COPY DSCCKR.
      *
       9000-TERMINATE.
           IF CKP-WS-INPUT-DONE
               PERFORM 8820-CLEAR-CHECKPOINT THRU 8820-EXIT
           END-IF
           IF UNL-LRCAT-OPENED
               CLOSE LRCAT-FILE
           END-IF
