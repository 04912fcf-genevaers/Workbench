      **      REPEATING FIELDS AT ALL WRITES ONE ROW WITH ELEMENT    *
      **      NUMBER ZERO RATHER THAN VANISHING.                     *
      **                                                               *
      **      THE RUN CHECKPOINTS EVERY SO MANY RECORDS TO DD CKPT    *
      **      (CKPTWS/CKPTWR - DD CKPTPRM, DEFAULT 5000).  A RUN THAT *
      **      FINDS A CHECKPOINT RESTARTS FROM IT: THE FAILED RUN'S   *
      **      SHREDOUT, PASSED ON DD PRVOUT, IS COPIED FORWARD AS FAR *
      **      AS THE CHECKPOINT'S ROW COUNT, THE EXTRACT IS READ PAST *
      **      THE CHECKPOINTED RECORD AND THE COUNTS CARRY FORWARD,   *
      **      SO SHREDOUT AND THE TOTALS MATCH AN UNINTERRUPTED RUN.  *
      **      SHREDRPT IS REBUILT FROM THE CATALOG EITHER WAY.        *
      **      CHECKPOINT SLOTS - WRITTEN(1) SHREDOUT ROWS, COUNT(1)   *
      **      SHORT RECORDS SKIPPED, COUNT(2) RECORDS WITH NO         *
      **      DISCRIMINATOR MAPPING.                                  *
      **                                                               *
      **      WHEN SHRDPRM ALSO NAMES AN EXTRACT DD (COLUMNS 31-38)    *
      **      THE LOGICAL RECORD IS PICKED RECORD BY RECORD FROM THAT  *
      **      EXTRACT'S LRDISC DISCRIMINATOR ROWS (SEE DSCWS.CPY).     *
      **      EACH LOGICAL RECORD THEN HAS ITS OWN ROW LAYOUT, EVERY   *
      **      ROW LEADS WITH THE 30-BYTE LOGICAL RECORD NAME SO THE    *
      **      WAREHOUSE KNOWS WHICH LAYOUT IT IS READING, SHREDRPT     *
      **      DESCRIBES EVERY LAYOUT, AND A RECORD WHOSE DISCRIMINATOR *
      **      HAS NO ROW IS LISTED ON SHREDRPT RATHER THAN SHREDDED.   *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   CHECKPOINT/RESTART (CKPTWS/CKPTWR) WITH     *
      **                   SHREDOUT CARRIED FORWARD FROM DD PRVOUT,    *
      **                   AND POST AN END-OF-JOB RUN-CONTROL RECORD   *
      **                   TO THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR).   *
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
           SELECT SHREDRPT-FILE ASSIGN TO "SHREDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHR-SHREDRPT-STATUS.
      *> THE FAILED RUN'S SHREDOUT - OPENED ONLY ON A RESTART.
           SELECT PRVOUT-FILE   ASSIGN TO "PRVOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SHR-PRVOUT-STATUS.
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
      *> OPTIONAL - READ ONLY WHEN SHRDPRM NAMES AN EXTRACT DD.
           SELECT OPTIONAL LRDISC-FILE ASSIGN TO "LRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       FD  SHRDPRM-FILE.
       01  SHRDPRM-RECORD.
           05  SHR-PARM-LR-NAME            PIC X(30).
      *> BLANK FOR A SINGLE-LAYOUT EXTRACT; OTHERWISE THE DD NAME
      *> WHOSE LRDISC ROWS PICK EACH RECORD'S LOGICAL RECORD, AND THE
      *> LOGICAL RECORD NAME ABOVE IS NOT USED.
           05  SHR-PARM-EXTRACT-DD         PIC X(08).
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON SHR-REC-LEN.
       01  SHREDOUT-RECORD                 PIC X(1000).
       FD  SHREDRPT-FILE.
       01  SHREDRPT-RECORD                 PIC X(100).
       FD  PRVOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON SHR-PRV-LEN.
       01  PRVOUT-RECORD                   PIC X(1000).
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
       01  SHR-LRCAT-STATUS                PIC XX.
           88  SHR-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES SHR-LRCAT-STATUS TO "10", SO
           88  SHR-EXTRACT-OPENED          VALUE "Y".
       01  SHR-SHREDOUT-STATUS             PIC XX.
       01  SHR-SHREDRPT-STATUS             PIC XX.
       01  SHR-PRVOUT-STATUS               PIC XX.
           88  SHR-PRVOUT-OK               VALUE "00".
      *> SAME REASONING AS SHR-LRCAT-OPENED-SW ABOVE.
       01  SHR-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  SHR-OUTPUTS-OPENED          VALUE "Y".
           88  SHR-EOF                     VALUE "Y".
       01  SHR-REC-LEN                     PIC 9(05)       VALUE 0.
       01  SHR-OUT-LEN                     PIC 9(05)       VALUE 0.
       01  SHR-PRV-LEN                     PIC 9(05)       VALUE 0.
       01  SHR-CAT-LEN                     PIC 9(05)       VALUE 0.
      *> ------------------- CATALOG FIELD TABLE -----------------------
      *> ELEMENTARY, NON-REDEFINING FIELDS IN CATALOG ORDER.  A FIELD
       01  SHR-FLD-TAB.
           05  SHR-FLD-ENTRY               OCCURS 150 TIMES.
               10  SHR-FLD-NAME             PIC X(30).
               10  SHR-FLD-LR-IX            PIC 9(02).
               10  SHR-FLD-BYTE-LEN         PIC 9(05).
               10  SHR-FLD-OFFSET           PIC 9(05).
               10  SHR-FLD-COPIES           PIC 9(05).
       01  SHR-FLD-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  SHR-FLD-IDX                     PIC 9(03).
       01  SHR-MAX-COPIES                  PIC 9(05)       VALUE 0.
      *> ----------------- ROW SHAPE PER LOGICAL RECORD ----------------
      *> ONE ENTRY PER LOGICAL RECORD IN THE DISCRIMINATOR'S TABLE
      *> (JUST ENTRY 1 WITHOUT ONE) - ITS FLATTENED ROW LENGTH AND ITS
      *> WIDEST REPEATING GROUP.  SHR-CUR-LR IS THE LOGICAL RECORD
      *> BEING RESOLVED OR SHREDDED.
       01  SHR-LR-SHAPE-TAB                VALUE ZEROS.
           05  SHR-LR-SHAPE                OCCURS 20 TIMES.
               10  SHR-LR-OUT-LEN          PIC 9(05).
               10  SHR-LR-MAX-COPIES       PIC 9(05).
       01  SHR-CUR-LR                      PIC 9(02)       VALUE 1.
      *> -------------------- SHRED WORK AREA --------------------------
       01  SHR-REC-BUF                     PIC X(1000).
       01  SHR-OUT-BUF                     PIC X(1000).
       01  SHR-REC-CNT                     PIC 9(08)       VALUE 0.
       01  SHR-ROW-CNT                     PIC 9(08)       VALUE 0.
       01  SHR-SHORT-CNT                   PIC 9(08)       VALUE 0.
       01  SHR-CARRY-CNT                   PIC 9(09)       VALUE 0.
       01  SHR-SKIP-CNT                    PIC 9(09)       VALUE 0.
       01  SHR-ELEM-IDX                    PIC 9(05).
       01  SHR-IN-POS                      PIC 9(05).
       01  SHR-ELEM-NO-TXT                 PIC 9(03).
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL SHR-LRCAT-EOF
           PERFORM 2000-RESOLVE-OUTPUT-SHAPE THRU 2000-EXIT
           PERFORM 2500-REPOSITION-FOR-RESTART THRU 2500-EXIT
           PERFORM 3000-SHRED-RECORDS THRU 3000-EXIT
               UNTIL SHR-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
                   GO TO 1000-EXIT
           END-READ
           CLOSE SHRDPRM-FILE
           MOVE "LRSHRED"           TO DSC-WS-PROGRAM
           MOVE SHR-PARM-EXTRACT-DD TO DSC-WS-EXTRACT-DD
           MOVE SHR-PARM-LR-NAME    TO DSC-WS-LR-NAME-IN
           PERFORM 6500-LOAD-DISCRIMINATOR THRU 6500-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO SHR-LRCAT-EOF-SW
               MOVE "Y" TO SHR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "LRSHRED"       TO CKP-WS-PROGRAM
           MOVE SHR-PARM-LR-NAME TO CKP-WS-RUN-KEY
           IF DSC-WS-ACTIVE
               MOVE SHR-PARM-EXTRACT-DD TO CKP-WS-RUN-KEY
           END-IF
           PERFORM 8800-READ-CHECKPOINT THRU 8800-EXIT
           IF CKP-WS-REFUSED
               MOVE "Y" TO SHR-LRCAT-EOF-SW
               MOVE "Y" TO SHR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT  LRCAT-FILE
           OPEN INPUT  EXTRACT-FILE
           OPEN OUTPUT SHREDOUT-FILE
               GO TO 1200-EXIT
           END-IF
           IF NOT LRC-IS-FIELD
               OR LRC-BYTE-LEN = 0
               OR LRC-REDEFINES-NAME NOT = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE LRC-LR-NAME TO DSC-WS-LR-NAME-IN
           PERFORM 6540-FIND-LR THRU 6540-EXIT
           IF DSC-WS-LR-HIT = 0
               GO TO 1200-EXIT
           END-IF
           IF SHR-FLD-TOP < 150
               ADD 1 TO SHR-FLD-TOP
               MOVE LRC-FIELD-NAME TO SHR-FLD-NAME(SHR-FLD-TOP)
               MOVE DSC-WS-LR-HIT  TO SHR-FLD-LR-IX(SHR-FLD-TOP)
               MOVE LRC-BYTE-LEN   TO SHR-FLD-BYTE-LEN(SHR-FLD-TOP)
               MOVE LRC-OFFSET     TO SHR-FLD-OFFSET(SHR-FLD-TOP)
               DIVIDE LRC-EFFECTIVE-LEN BY LRC-BYTE-LEN
                   GIVING SHR-FLD-COPIES(SHR-FLD-TOP)
               IF SHR-FLD-COPIES(SHR-FLD-TOP)
                   > SHR-LR-MAX-COPIES(DSC-WS-LR-HIT)
                   MOVE SHR-FLD-COPIES(SHR-FLD-TOP)
                       TO SHR-LR-MAX-COPIES(DSC-WS-LR-HIT)
               END-IF
               COMPUTE DSC-WS-CAND-LEN = LRC-OFFSET + LRC-EFFECTIVE-LEN
               PERFORM 6545-NOTE-FIELD THRU 6545-EXIT
           ELSE
               ADD 1 TO SHR-FLD-OVERFLOW-CNT
           END-IF.
      *  2000-RESOLVE-OUTPUT-SHAPE - ASSIGNS EVERY FIELD ITS OFFSET   *
      *  IN THE FLATTENED ROW (PARENT FIELDS FIRST, THEN ONE COPY OF  *
      *  EACH REPEATING FIELD, THEN THE 3-DIGIT ELEMENT NUMBER) AND   *
      *  PUBLISHES THAT SHAPE ON SHREDRPT - ONCE PER LOGICAL RECORD   *
      *  UNDER A DISCRIMINATOR, EACH ROW THEN LEADING WITH THE        *
      *  LOGICAL RECORD NAME.                                         *
      ******************************************************************
       2000-RESOLVE-OUTPUT-SHAPE.
           IF SHR-EOF
               GO TO 2000-EXIT
           END-IF
           PERFORM 6560-CHECK-CATALOG THRU 6560-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO SHR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2050-RESOLVE-ONE-LR THRU 2050-EXIT
               VARYING SHR-CUR-LR FROM 1 BY 1
               UNTIL SHR-CUR-LR > DSC-WS-LR-CNT.
       2000-EXIT.
           EXIT.
      *
       2050-RESOLVE-ONE-LR.
           MOVE 0 TO SHR-OUT-LEN
           IF DSC-WS-ACTIVE
               MOVE 30 TO SHR-OUT-LEN
           END-IF
           PERFORM 2100-PLACE-PARENT-FIELD THRU 2100-EXIT
               VARYING SHR-FLD-IDX FROM 1 BY 1
               UNTIL SHR-FLD-IDX > SHR-FLD-TOP
               VARYING SHR-FLD-IDX FROM 1 BY 1
               UNTIL SHR-FLD-IDX > SHR-FLD-TOP
           ADD 3 TO SHR-OUT-LEN
           MOVE SHR-OUT-LEN TO SHR-LR-OUT-LEN(SHR-CUR-LR)
           IF DSC-WS-ACTIVE
               MOVE SPACES TO SHR-OUT-LINE
               STRING "FLATTENED OUTPUT ROW LAYOUT FOR "
                   DELIMITED BY SIZE
                   DSC-WS-LR-NAME(SHR-CUR-LR) DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   INTO SHR-OUT-LINE
               END-STRING
               WRITE SHREDRPT-RECORD FROM SHR-OUT-LINE
               MOVE SPACES TO SHR-OUT-LINE
               STRING "  LOGICAL-RECORD OFFSET=    0 LEN=   30"
                   DELIMITED BY SIZE
                   INTO SHR-OUT-LINE
               END-STRING
               WRITE SHREDRPT-RECORD FROM SHR-OUT-LINE
           ELSE
               MOVE "FLATTENED OUTPUT ROW LAYOUT:" TO SHR-OUT-LINE
               WRITE SHREDRPT-RECORD FROM SHR-OUT-LINE
           END-IF
           PERFORM 2300-DESCRIBE-ONE-FIELD THRU 2300-EXIT
               VARYING SHR-FLD-IDX FROM 1 BY 1
               UNTIL SHR-FLD-IDX > SHR-FLD-TOP
               INTO SHR-OUT-LINE
           END-STRING
           WRITE SHREDRPT-RECORD FROM SHR-OUT-LINE.
       2050-EXIT.
           EXIT.
      *
       2100-PLACE-PARENT-FIELD.
           IF SHR-FLD-LR-IX(SHR-FLD-IDX) NOT = SHR-CUR-LR
               GO TO 2100-EXIT
           END-IF
           IF SHR-FLD-COPIES(SHR-FLD-IDX) = 1
               MOVE SHR-OUT-LEN TO SHR-FLD-OUT-POS(SHR-FLD-IDX)
               ADD SHR-FLD-BYTE-LEN(SHR-FLD-IDX) TO SHR-OUT-LEN
           EXIT.
      *
       2200-PLACE-REPEATING-FIELD.
           IF SHR-FLD-LR-IX(SHR-FLD-IDX) NOT = SHR-CUR-LR
               GO TO 2200-EXIT
           END-IF
           IF SHR-FLD-COPIES(SHR-FLD-IDX) > 1
               MOVE SHR-OUT-LEN TO SHR-FLD-OUT-POS(SHR-FLD-IDX)
               ADD SHR-FLD-BYTE-LEN(SHR-FLD-IDX) TO SHR-OUT-LEN
           EXIT.
      *
       2300-DESCRIBE-ONE-FIELD.
           IF SHR-FLD-LR-IX(SHR-FLD-IDX) NOT = SHR-CUR-LR
               GO TO 2300-EXIT
           END-IF
           MOVE SHR-FLD-OUT-POS(SHR-FLD-IDX) TO SHR-POS-TXT
           MOVE SHR-FLD-BYTE-LEN(SHR-FLD-IDX) TO SHR-LEN-TXT
           MOVE SPACES TO SHR-OUT-LINE
           WRITE SHREDRPT-RECORD FROM SHR-OUT-LINE.
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-REPOSITION-FOR-RESTART - ON A RESTART, COPIES THE        *
      *  CHECKPOINTED NUMBER OF SHREDOUT ROWS FORWARD FROM THE FAILED  *
      *  RUN'S OUTPUT ON DD PRVOUT, READS THE EXTRACT PAST THE         *
      *  CHECKPOINTED RECORD, AND ONLY THEN CARRIES THE COUNTS         *
      *  FORWARD - A RESTART THAT CANNOT REPOSITION HALTS WITH THE     *
      *  CHECKPOINT LEFT IN PLACE FOR THE NEXT ATTEMPT.                *
      ******************************************************************
       2500-REPOSITION-FOR-RESTART.
           IF SHR-EOF OR NOT CKP-WS-RESTARTING
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT PRVOUT-FILE
           IF NOT SHR-PRVOUT-OK
               DISPLAY "LRSHRED - RESTART NEEDS THE FAILED RUN'S "
                   "SHREDOUT ON DD PRVOUT, STATUS=" SHR-PRVOUT-STATUS
               MOVE "Y" TO SHR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           MOVE 0 TO SHR-CARRY-CNT
           PERFORM 2510-CARRY-ONE-ROW THRU 2510-EXIT
               UNTIL SHR-CARRY-CNT NOT < CKP-WS-WRITTEN(1)
               OR SHR-EOF
           CLOSE PRVOUT-FILE
           MOVE 0 TO SHR-SKIP-CNT
           PERFORM 2520-SKIP-ONE-RECORD THRU 2520-EXIT
               UNTIL SHR-SKIP-CNT NOT < CKP-WS-RECORDS-READ
               OR SHR-EOF
           IF SHR-EOF
               GO TO 2500-EXIT
           END-IF
           PERFORM 6535-RESTORE-DSC-TABLES THRU 6535-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO SHR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           MOVE CKP-WS-RECORDS-READ TO SHR-REC-CNT
           MOVE CKP-WS-WRITTEN(1)   TO SHR-ROW-CNT
           MOVE CKP-WS-COUNT(1)     TO SHR-SHORT-CNT
           MOVE CKP-WS-COUNT(2)     TO DSC-WS-UNM-TOTAL
           MOVE CKP-WS-RESTART-FROM TO RNL-WS-RESTART-FROM
           DISPLAY "LRSHRED - " SHR-ROW-CNT " ROWS CARRIED FORWARD "
               "FROM PRVOUT, EXTRACT REPOSITIONED AFTER RECORD "
               SHR-REC-CNT.
       2500-EXIT.
           EXIT.
      *
       2510-CARRY-ONE-ROW.
           READ PRVOUT-FILE INTO SHR-OUT-BUF
               AT END
                   DISPLAY "LRSHRED - PRVOUT HOLDS FEWER ROWS THAN "
                       "THE CHECKPOINT SAYS WERE WRITTEN"
                   MOVE "Y" TO SHR-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 2510-EXIT
           END-READ
      *> UNDER A DISCRIMINATOR THE ROW'S OWN LEADING NAME SAYS WHICH
      *> LOGICAL RECORD'S LAYOUT IT MUST MATCH.
           MOVE 1 TO SHR-CUR-LR
           IF DSC-WS-ACTIVE
               MOVE SHR-OUT-BUF(1:30) TO DSC-WS-LR-NAME-IN
               PERFORM 6540-FIND-LR THRU 6540-EXIT
               MOVE DSC-WS-LR-HIT TO SHR-CUR-LR
           END-IF
           IF SHR-CUR-LR = 0
               OR SHR-PRV-LEN NOT = SHR-LR-OUT-LEN(SHR-CUR-LR)
               DISPLAY "LRSHRED - PRVOUT ROWS ARE NOT THE LENGTH THE "
                   "CATALOG'S ROW LAYOUT GIVES"
               MOVE "Y" TO SHR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2510-EXIT
           END-IF
           MOVE SHR-PRV-LEN TO SHR-OUT-LEN
           WRITE SHREDOUT-RECORD FROM SHR-OUT-BUF(1:SHR-OUT-LEN)
           ADD 1 TO SHR-CARRY-CNT.
       2510-EXIT.
           EXIT.
      *
       2520-SKIP-ONE-RECORD.
           READ EXTRACT-FILE INTO SHR-REC-BUF
               AT END
                   DISPLAY "LRSHRED - EXTRACT ENDS BEFORE THE "
                       "CHECKPOINTED RECORD"
                   MOVE "Y" TO SHR-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 2520-EXIT
           END-READ
           ADD 1 TO SHR-SKIP-CNT.
       2520-EXIT.
           EXIT.
      *
       3000-SHRED-RECORDS.
           PERFORM 8830-TEST-CHECKPOINT-DUE THRU 8830-EXIT
           IF CKP-WS-DUE
               PERFORM 3900-TAKE-CHECKPOINT THRU 3900-EXIT
           END-IF
           READ EXTRACT-FILE INTO SHR-REC-BUF
               AT END
                   MOVE "Y" TO SHR-EOF-SW
                   MOVE "Y" TO CKP-WS-INPUT-DONE-SW
           END-READ
           IF SHR-EOF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO SHR-REC-CNT
           ADD 1 TO CKP-WS-DUE-CNT
      *> A RECORD WHOSE DISCRIMINATOR HAS NO LRDISC ROW IS TALLIED
      *> FOR SHREDRPT AND NOT SHREDDED UNDER ANY LAYOUT.
           MOVE SHR-REC-LEN TO DSC-WS-REC-LEN
           MOVE SHR-REC-CNT TO DSC-WS-REC-NO
           MOVE SHR-REC-BUF(DSC-WS-START:DSC-WS-LEN)
               TO DSC-WS-REC-VALUE
           PERFORM 6550-PICK-LR THRU 6550-EXIT
           IF DSC-WS-UNMAPPED
               GO TO 3000-EXIT
           END-IF
           MOVE DSC-WS-LR-HIT TO SHR-CUR-LR
           MOVE DSC-WS-LR-CAT-LEN(SHR-CUR-LR) TO SHR-CAT-LEN
           MOVE SHR-LR-OUT-LEN(SHR-CUR-LR)    TO SHR-OUT-LEN
           MOVE SHR-LR-MAX-COPIES(SHR-CUR-LR) TO SHR-MAX-COPIES
           IF SHR-REC-LEN < SHR-CAT-LEN
               ADD 1 TO SHR-SHORT-CNT
               GO TO 3000-EXIT
      *
       3100-BUILD-ONE-ROW.
           MOVE SPACES TO SHR-OUT-BUF
           IF DSC-WS-ACTIVE
               MOVE DSC-WS-LR-NAME(SHR-CUR-LR) TO SHR-OUT-BUF(1:30)
           END-IF
           PERFORM 3200-PLACE-ONE-VALUE THRU 3200-EXIT
               VARYING SHR-FLD-IDX FROM 1 BY 1
               UNTIL SHR-FLD-IDX > SHR-FLD-TOP
      *  WIDEST GROUP (MIXED OCCURS COUNTS IN ONE RECORD).            *
      ******************************************************************
       3200-PLACE-ONE-VALUE.
           IF SHR-FLD-LR-IX(SHR-FLD-IDX) NOT = SHR-CUR-LR
               GO TO 3200-EXIT
           END-IF
           IF SHR-FLD-COPIES(SHR-FLD-IDX) = 1
               MOVE SHR-REC-BUF(SHR-FLD-OFFSET(SHR-FLD-IDX) + 1:
                       SHR-FLD-BYTE-LEN(SHR-FLD-IDX))
                   SHR-FLD-BYTE-LEN(SHR-FLD-IDX)).
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3900-TAKE-CHECKPOINT - CLOSING AND REOPENING SHREDOUT FORCES *
      *  EVERY ROW WRITTEN SO FAR TO DISK, SO THE ROW COUNT THE       *
      *  CHECKPOINT CLAIMS IS REALLY THERE FOR A RESTART TO COPY.     *
      ******************************************************************
       3900-TAKE-CHECKPOINT.
           CLOSE SHREDOUT-FILE
           OPEN EXTEND SHREDOUT-FILE
           MOVE SHR-REC-CNT   TO CKP-WS-RECORDS-READ
           MOVE SHR-ROW-CNT   TO CKP-WS-WRITTEN(1)
           MOVE SHR-SHORT-CNT TO CKP-WS-COUNT(1)
           MOVE DSC-WS-UNM-TOTAL TO CKP-WS-COUNT(2)
           PERFORM 8810-WRITE-CHECKPOINT THRU 8810-EXIT
           PERFORM 6530-SAVE-DSC-TABLES THRU 6530-EXIT.
       3900-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "LRSHRED - " SHR-REC-CNT " RECORDS SHREDDED INTO "
               SHR-ROW-CNT " FLATTENED ROWS"
           IF DSC-WS-ACTIVE AND SHR-OUTPUTS-OPENED
               PERFORM 4100-REPORT-ONE-LR THRU 4100-EXIT
                   VARYING DSC-WS-LX FROM 1 BY 1
                   UNTIL DSC-WS-LX > DSC-WS-LR-CNT
               PERFORM 4200-REPORT-ONE-UNMAPPED THRU 4200-EXIT
                   VARYING DSC-WS-UX FROM 1 BY 1
                   UNTIL DSC-WS-UX > DSC-WS-UNM-CNT
           END-IF
           IF DSC-WS-UNM-TOTAL > 0
               PERFORM 6595-DISPLAY-UNMAPPED THRU 6595-EXIT
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SHR-SHORT-CNT > 0
               DISPLAY "LRSHRED - " SHR-SHORT-CNT
                   " RECORDS SHORTER THAN THE CATALOG LAYOUT WERE "
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-LR.
           PERFORM 6590-FORMAT-LR-LINE THRU 6590-EXIT
           WRITE SHREDRPT-RECORD FROM DSC-WS-LINE(1:100).
       4100-EXIT.
           EXIT.
      *
       4200-REPORT-ONE-UNMAPPED.
           PERFORM 6580-FORMAT-UNMAPPED-LINE THRU 6580-EXIT
           WRITE SHREDRPT-RECORD FROM DSC-WS-LINE(1:100).
       4200-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT SHR-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "LRSHRED " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE SHR-REC-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "LRSHRED" TO RNL-WS-PROGRAM
           MOVE SHR-REC-CNT TO RNL-WS-RECORDS-IN
           MOVE SHR-ROW-CNT TO RNL-WS-RECORDS-OUT
           COMPUTE RNL-WS-RECORDS-SUSP = SHR-SHORT-CNT
               + DSC-WS-UNM-TOTAL
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
           IF SHR-LRCAT-OPENED
               CLOSE LRCAT-FILE
           END-IF
