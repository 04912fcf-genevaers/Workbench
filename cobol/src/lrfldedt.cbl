      **      INVALID PACKED SIGN NIBBLE, ZN01 ZONED FIELD NOT        *
      **      NUMERIC, ZN02 SIGN BYTE NOT WHERE LRC-SIGN-CD CLAIMS,   *
      **      TX01 CONTROL BYTE IN A DISPLAY TEXT FIELD, LN01 RECORD  *
      **      SHORTER THAN THE CATALOG SAYS THE LAYOUT IS, DS01       *
      **      RECORD-TYPE DISCRIMINATOR WITH NO LRDISC ROW.           *
      **                                                               *
      **      WHEN EDTPRM ALSO NAMES AN EXTRACT DD (COLUMNS 31-38)     *
      **      THE LOGICAL RECORD IS PICKED RECORD BY RECORD FROM THAT  *
      **      EXTRACT'S LRDISC DISCRIMINATOR ROWS (SEE DSCWS.CPY) AND  *
      **      EACH RECORD IS EDITED UNDER ITS OWN LOGICAL RECORD'S     *
      **      FIELDS; A RECORD WHOSE DISCRIMINATOR HAS NO ROW IS       *
      **      ROUTED TO EDITEXCP UNEDITED WITH REASON DS01, AND THE    *
      **      UNMAPPED VALUES ARE LISTED AT THE END OF EDITRPT.        *
      **                                                               *
      **      THE RUN CHECKPOINTS EVERY SO MANY RECORDS TO DD CKPT    *
      **      (CKPTWS/CKPTWR - DD CKPTPRM, DEFAULT 5000).  A RUN THAT *
      **      FINDS A CHECKPOINT RESTARTS FROM IT: THE FAILED RUN'S   *
      **      EDITGOOD, EDITEXCP AND EDITRPT, PASSED ON DD PRVGOOD,   *
      **      PRVEXCP AND PRVRPT, ARE COPIED FORWARD AS FAR AS THE    *
      **      CHECKPOINT'S COUNTS, THE EXTRACT IS READ PAST THE       *
      **      CHECKPOINTED RECORD AND THE COUNTS CARRY FORWARD, SO    *
      **      ALL THREE OUTPUTS AND THE TOTALS MATCH AN UNINTERRUPTED *
      **      RUN.  CHECKPOINT SLOTS - WRITTEN(1) EDITGOOD, (2)       *
      **      EDITEXCP, (3) EDITRPT LINES; COUNT(1) RECORDS WITH NO   *
      **      DISCRIMINATOR MAPPING.                                  *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   EMIT A STANDARD QUALITY-RESULT ROW      *
      **                   (QUALWS/QUALWR) FOR THE QUALSCOR        *
      **                   MONTHLY SCORECARD.                      *
      **  2026/10/14 DAO   CHECK "EDITED" FIELDS AS PRINTED TEXT (NO   *
      **                   CONTROL BYTES) RATHER THAN AS ZONED DIGITS, *
      **                   AND PASS "NATIONAL" FIELDS, WHOSE TWO-BYTE  *
      **                   CHARACTERS LEGITIMATELY CARRY LOW-VALUE     *
      **                   BYTES, WITHOUT A TEXT CHECK.                *
      **  2026/10/14 DAO   PASS COMP-5 UNCHECKED, THE SAME AS COMP.    *
      **  2026/10/15 DAO   CHECKPOINT/RESTART (CKPTWS/CKPTWR) WITH     *
      **                   OUTPUTS CARRIED FORWARD FROM DD PRVGOOD,    *
      **                   PRVEXCP AND PRVRPT, AND POST AN END-OF-JOB  *
      **                   RUN-CONTROL RECORD TO THE SUITE RUN LOG     *
      **                   (RUNLOGWS/RUNLOGWR).                        *
      **  2026/10/15 DAO   PICK THE LOGICAL RECORD PER RECORD FROM THE *
      **                   LRDISC DISCRIMINATOR TABLE.                 *
      **  2026/10/15 DAO   CHECKPOINT THE DISCRIMINATOR'S              *
      **                   PER-LOGICAL-RECORD COUNTS AND UNMAPPED      *
      **                   VALUE LIST (DSCCKR) AND RELOAD THEM ON A    *
      **                   RESTART, SO A RESTARTED RUN REPORTS WHAT AN *
      **                   UNINTERRUPTED ONE WOULD.                    *
      **  2026/10/15 DAO   CHECK THE CATALOG THROUGH THE SHARED        *
      **                   6560-CHECK-CATALOG IN PLACE OF A LOCAL      *
      **                   COPY.                                       *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EDITRPT-FILE  ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDT-EDITRPT-STATUS.
      *> THE FAILED RUN'S THREE OUTPUTS - OPENED ONLY ON A RESTART.
           SELECT PRVGOOD-FILE  ASSIGN TO "PRVGOOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EDT-PRVGOOD-STATUS.
           SELECT PRVEXCP-FILE  ASSIGN TO "PRVEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EDT-PRVEXCP-STATUS.
           SELECT PRVRPT-FILE   ASSIGN TO "PRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDT-PRVRPT-STATUS.
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
      *> OPTIONAL - READ ONLY WHEN EDTPRM NAMES AN EXTRACT DD.
           SELECT OPTIONAL LRDISC-FILE ASSIGN TO "LRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       FD  EDTPRM-FILE.
       01  EDTPRM-RECORD.
           05  EDT-PARM-LR-NAME            PIC X(30).
      *> BLANK FOR A SINGLE-LAYOUT EXTRACT; OTHERWISE THE DD NAME
      *> WHOSE LRDISC ROWS PICK EACH RECORD'S LOGICAL RECORD, AND THE
      *> LOGICAL RECORD NAME ABOVE IS NOT USED.
           05  EDT-PARM-EXTRACT-DD         PIC X(08).
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON EDT-REC-LEN.
       01  EDITRPT-RECORD                  PIC X(100).
       FD  QUALRSLT-FILE.
       COPY QUALREC.
       FD  PRVGOOD-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON EDT-PRV-LEN.
       01  PRVGOOD-RECORD                  PIC X(1000).
       FD  PRVEXCP-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON EDT-PRV-LEN.
       01  PRVEXCP-RECORD                  PIC X(1000).
       FD  PRVRPT-FILE.
       01  PRVRPT-RECORD                   PIC X(100).
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
      *> THE SHARED DATA-QUALITY RESULT WORK FIELDS - SEE QUALWS.cpy.
       COPY QUALWS.
      *> THE SHARED CHECKPOINT/RESTART WORK FIELDS - SEE CKPTWS.cpy.
       COPY CKPTWS.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE SHARED RECORD-TYPE DISCRIMINATOR WORK FIELDS - SEE
      *> DSCWS.cpy.
       COPY DSCWS.
       01  EDT-LRCAT-STATUS                PIC XX.
           88  EDT-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES EDT-LRCAT-STATUS TO "10", SO
           88  EDT-OUTPUTS-OPENED          VALUE "Y".
       01  EDT-EDITEXCP-STATUS             PIC XX.
       01  EDT-EDITRPT-STATUS              PIC XX.
       01  EDT-PRVGOOD-STATUS              PIC XX.
           88  EDT-PRVGOOD-OK              VALUE "00".
       01  EDT-PRVEXCP-STATUS              PIC XX.
           88  EDT-PRVEXCP-OK              VALUE "00".
       01  EDT-PRVRPT-STATUS               PIC XX.
           88  EDT-PRVRPT-OK               VALUE "00".
       01  EDT-LRCAT-EOF-SW                PIC X(01)       VALUE "N".
           88  EDT-LRCAT-EOF               VALUE "Y".
       01  EDT-EOF-SW                      PIC X(01)       VALUE "N".
           88  EDT-EOF                     VALUE "Y".
       01  EDT-REC-LEN                     PIC 9(05)       VALUE 0.
       01  EDT-PRV-LEN                     PIC 9(05)       VALUE 0.
       01  EDT-CAT-LEN                     PIC 9(05)       VALUE 0.
      *> THE LOGICAL RECORD THE CURRENT RECORD WAS READ UNDER.
       01  EDT-CUR-LR                      PIC 9(02)       VALUE 1.
      *> ------------------- CATALOG FIELD TABLE -----------------------
       01  EDT-FLD-TAB.
           05  EDT-FLD-ENTRY               OCCURS 200 TIMES.
               10  EDT-FLD-NAME             PIC X(30).
               10  EDT-FLD-LR-IX            PIC 9(02).
               10  EDT-FLD-PICTURE          PIC X(30).
               10  EDT-FLD-USAGE            PIC X(10).
               10  EDT-FLD-SIGN             PIC X(01).
       01  EDT-REC-NO                      PIC 9(08)       VALUE 0.
       01  EDT-GOOD-CNT                    PIC 9(08)       VALUE 0.
       01  EDT-EXCP-CNT                    PIC 9(08)       VALUE 0.
       01  EDT-RPT-CNT                     PIC 9(08)       VALUE 0.
       01  EDT-CARRY-CNT                   PIC 9(09)       VALUE 0.
       01  EDT-SKIP-CNT                    PIC 9(09)       VALUE 0.
       01  EDT-COPY-CNT                    PIC 9(05).
       01  EDT-COPY-IDX                    PIC 9(05).
       01  EDT-POS                         PIC 9(05).
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
               UNTIL EDT-LRCAT-EOF
           PERFORM 1300-CHECK-CATALOG THRU 1300-EXIT
           PERFORM 1500-REPOSITION-FOR-RESTART THRU 1500-EXIT
           PERFORM 2000-EDIT-RECORDS THRU 2000-EXIT
               UNTIL EDT-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
                   GO TO 1000-EXIT
           END-READ
           CLOSE EDTPRM-FILE
           MOVE "LRFLDEDT"          TO DSC-WS-PROGRAM
           MOVE EDT-PARM-EXTRACT-DD TO DSC-WS-EXTRACT-DD
           MOVE EDT-PARM-LR-NAME    TO DSC-WS-LR-NAME-IN
           PERFORM 6500-LOAD-DISCRIMINATOR THRU 6500-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO EDT-LRCAT-EOF-SW
               MOVE "Y" TO EDT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "LRFLDEDT"      TO CKP-WS-PROGRAM
           MOVE EDT-PARM-LR-NAME TO CKP-WS-RUN-KEY
           IF DSC-WS-ACTIVE
               MOVE EDT-PARM-EXTRACT-DD TO CKP-WS-RUN-KEY
           END-IF
           PERFORM 8800-READ-CHECKPOINT THRU 8800-EXIT
           IF CKP-WS-REFUSED
               MOVE "Y" TO EDT-LRCAT-EOF-SW
               MOVE "Y" TO EDT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT  LRCAT-FILE
           OPEN INPUT  EXTRACT-FILE
           OPEN OUTPUT EDITGOOD-FILE
               GO TO 1200-EXIT
           END-IF
           IF NOT LRC-IS-FIELD
               GO TO 1200-EXIT
           END-IF
           MOVE LRC-LR-NAME TO DSC-WS-LR-NAME-IN
           PERFORM 6540-FIND-LR THRU 6540-EXIT
           IF DSC-WS-LR-HIT = 0
               GO TO 1200-EXIT
           END-IF
           IF EDT-FLD-TOP < 200
               ADD 1 TO EDT-FLD-TOP
               MOVE LRC-FIELD-NAME TO EDT-FLD-NAME(EDT-FLD-TOP)
               MOVE DSC-WS-LR-HIT  TO EDT-FLD-LR-IX(EDT-FLD-TOP)
               MOVE LRC-PICTURE    TO EDT-FLD-PICTURE(EDT-FLD-TOP)
               MOVE LRC-USAGE-CD   TO EDT-FLD-USAGE(EDT-FLD-TOP)
               MOVE LRC-SIGN-CD    TO EDT-FLD-SIGN(EDT-FLD-TOP)
               ELSE
                   MOVE "Y" TO EDT-FLD-REDEF-SW(EDT-FLD-TOP)
               END-IF
               COMPUTE DSC-WS-CAND-LEN = LRC-OFFSET + LRC-EFFECTIVE-LEN
               PERFORM 6545-NOTE-FIELD THRU 6545-EXIT
           ELSE
               ADD 1 TO EDT-FLD-OVERFLOW-CNT
           END-IF.
       1200-EXIT.
           EXIT.
      *
      *> EVERY LOGICAL RECORD THE RUN APPLIES - THE CARD'S ONE, OR
      *> EACH ONE THE DISCRIMINATOR NAMES - MUST HAVE FIELD ROWS.
       1300-CHECK-CATALOG.
           IF EDT-EOF
               GO TO 1300-EXIT
           END-IF
           PERFORM 6560-CHECK-CATALOG THRU 6560-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO EDT-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
           EXIT.
      *
      ******************************************************************
      *  1500-REPOSITION-FOR-RESTART - ON A RESTART, COPIES THE       *
      *  CHECKPOINTED NUMBER OF RECORDS OF EACH OUTPUT FORWARD FROM   *
      *  THE FAILED RUN'S OUTPUTS, READS THE EXTRACT PAST THE         *
      *  CHECKPOINTED RECORD, AND ONLY THEN CARRIES THE COUNTS        *
      *  FORWARD - A RESTART THAT CANNOT REPOSITION HALTS WITH THE    *
      *  CHECKPOINT LEFT IN PLACE FOR THE NEXT ATTEMPT.  AN OUTPUT    *
      *  THE CHECKPOINT SAYS WAS STILL EMPTY NEEDS NO PRIOR DD.       *
      ******************************************************************
       1500-REPOSITION-FOR-RESTART.
           IF EDT-EOF OR NOT CKP-WS-RESTARTING
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-CARRY-GOOD THRU 1510-EXIT
           PERFORM 1520-CARRY-EXCP THRU 1520-EXIT
           PERFORM 1530-CARRY-RPT THRU 1530-EXIT
           MOVE 0 TO EDT-SKIP-CNT
           PERFORM 1540-SKIP-ONE-RECORD THRU 1540-EXIT
               UNTIL EDT-SKIP-CNT NOT < CKP-WS-RECORDS-READ
               OR EDT-EOF
           IF EDT-EOF
               GO TO 1500-EXIT
           END-IF
           PERFORM 6535-RESTORE-DSC-TABLES THRU 6535-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO EDT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           MOVE CKP-WS-RECORDS-READ TO EDT-REC-NO
           MOVE CKP-WS-WRITTEN(1)   TO EDT-GOOD-CNT
           MOVE CKP-WS-WRITTEN(2)   TO EDT-EXCP-CNT
           MOVE CKP-WS-WRITTEN(3)   TO EDT-RPT-CNT
           MOVE CKP-WS-COUNT(1)     TO DSC-WS-UNM-TOTAL
           MOVE CKP-WS-RESTART-FROM TO RNL-WS-RESTART-FROM
           DISPLAY "LRFLDEDT - " EDT-GOOD-CNT " CLEAN, " EDT-EXCP-CNT
               " ROUTED AND " EDT-RPT-CNT " REPORT LINES CARRIED "
               "FORWARD"
           DISPLAY "LRFLDEDT - EXTRACT REPOSITIONED AFTER RECORD "
               EDT-REC-NO.
       1500-EXIT.
           EXIT.
      *
       1510-CARRY-GOOD.
           IF EDT-EOF OR CKP-WS-WRITTEN(1) = 0
               GO TO 1510-EXIT
           END-IF
           OPEN INPUT PRVGOOD-FILE
           IF NOT EDT-PRVGOOD-OK
               DISPLAY "LRFLDEDT - RESTART NEEDS THE FAILED RUN'S "
                   "EDITGOOD ON DD PRVGOOD, STATUS=" EDT-PRVGOOD-STATUS
               MOVE "Y" TO EDT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1510-EXIT
           END-IF
           MOVE 0 TO EDT-CARRY-CNT
           PERFORM 1515-CARRY-ONE-GOOD THRU 1515-EXIT
               UNTIL EDT-CARRY-CNT NOT < CKP-WS-WRITTEN(1)
               OR EDT-EOF
           CLOSE PRVGOOD-FILE.
       1510-EXIT.
           EXIT.
      *
       1515-CARRY-ONE-GOOD.
           READ PRVGOOD-FILE INTO EDT-REC-BUF
               AT END
                   DISPLAY "LRFLDEDT - PRVGOOD HOLDS FEWER RECORDS "
                       "THAN THE CHECKPOINT SAYS WERE WRITTEN"
                   MOVE "Y" TO EDT-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1515-EXIT
           END-READ
           MOVE EDT-PRV-LEN TO EDT-REC-LEN
           WRITE EDITGOOD-RECORD FROM EDT-REC-BUF(1:EDT-REC-LEN)
           ADD 1 TO EDT-CARRY-CNT.
       1515-EXIT.
           EXIT.
      *
       1520-CARRY-EXCP.
           IF EDT-EOF OR CKP-WS-WRITTEN(2) = 0
               GO TO 1520-EXIT
           END-IF
           OPEN INPUT PRVEXCP-FILE
           IF NOT EDT-PRVEXCP-OK
               DISPLAY "LRFLDEDT - RESTART NEEDS THE FAILED RUN'S "
                   "EDITEXCP ON DD PRVEXCP, STATUS=" EDT-PRVEXCP-STATUS
               MOVE "Y" TO EDT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1520-EXIT
           END-IF
           MOVE 0 TO EDT-CARRY-CNT
           PERFORM 1525-CARRY-ONE-EXCP THRU 1525-EXIT
               UNTIL EDT-CARRY-CNT NOT < CKP-WS-WRITTEN(2)
               OR EDT-EOF
           CLOSE PRVEXCP-FILE.
       1520-EXIT.
           EXIT.
      *
       1525-CARRY-ONE-EXCP.
           READ PRVEXCP-FILE INTO EDT-REC-BUF
               AT END
                   DISPLAY "LRFLDEDT - PRVEXCP HOLDS FEWER RECORDS "
                       "THAN THE CHECKPOINT SAYS WERE WRITTEN"
                   MOVE "Y" TO EDT-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1525-EXIT
           END-READ
           MOVE EDT-PRV-LEN TO EDT-REC-LEN
           WRITE EDITEXCP-RECORD FROM EDT-REC-BUF(1:EDT-REC-LEN)
           ADD 1 TO EDT-CARRY-CNT.
       1525-EXIT.
           EXIT.
      *
       1530-CARRY-RPT.
           IF EDT-EOF OR CKP-WS-WRITTEN(3) = 0
               GO TO 1530-EXIT
           END-IF
           OPEN INPUT PRVRPT-FILE
           IF NOT EDT-PRVRPT-OK
               DISPLAY "LRFLDEDT - RESTART NEEDS THE FAILED RUN'S "
                   "EDITRPT ON DD PRVRPT, STATUS=" EDT-PRVRPT-STATUS
               MOVE "Y" TO EDT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1530-EXIT
           END-IF
           MOVE 0 TO EDT-CARRY-CNT
           PERFORM 1535-CARRY-ONE-RPT-LINE THRU 1535-EXIT
               UNTIL EDT-CARRY-CNT NOT < CKP-WS-WRITTEN(3)
               OR EDT-EOF
           CLOSE PRVRPT-FILE.
       1530-EXIT.
           EXIT.
      *
       1535-CARRY-ONE-RPT-LINE.
           READ PRVRPT-FILE INTO EDT-OUT-LINE
               AT END
                   DISPLAY "LRFLDEDT - PRVRPT HOLDS FEWER LINES "
                       "THAN THE CHECKPOINT SAYS WERE WRITTEN"
                   MOVE "Y" TO EDT-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1535-EXIT
           END-READ
           WRITE EDITRPT-RECORD FROM EDT-OUT-LINE
           ADD 1 TO EDT-CARRY-CNT.
       1535-EXIT.
           EXIT.
      *
       1540-SKIP-ONE-RECORD.
           READ EXTRACT-FILE INTO EDT-REC-BUF
               AT END
                   DISPLAY "LRFLDEDT - EXTRACT ENDS BEFORE THE "
                       "CHECKPOINTED RECORD"
                   MOVE "Y" TO EDT-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1540-EXIT
           END-READ
           ADD 1 TO EDT-SKIP-CNT.
       1540-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-EDIT-RECORDS - CHECKS EVERY FIELD OF ONE RECORD AND     *
      *  ROUTES IT TO EDITGOOD OR EDITEXCP.  A REDEFINES FIELD'S      *
      *  BYTES ARE JUDGED UNDER ITS TARGET'S OWN PICTURE - CHECKING   *
      *  OVER A BINARY FIELD, AS MASTER_REC'S BIN-NO-X IS).           *
      ******************************************************************
       2000-EDIT-RECORDS.
           PERFORM 8830-TEST-CHECKPOINT-DUE THRU 8830-EXIT
           IF CKP-WS-DUE
               PERFORM 2900-TAKE-CHECKPOINT THRU 2900-EXIT
           END-IF
           READ EXTRACT-FILE INTO EDT-REC-BUF
               AT END
                   MOVE "Y" TO EDT-EOF-SW
                   MOVE "Y" TO CKP-WS-INPUT-DONE-SW
           END-READ
           IF EDT-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO EDT-REC-NO
           ADD 1 TO CKP-WS-DUE-CNT
           MOVE "Y" TO EDT-REC-OK-SW
      *> A RECORD WHOSE DISCRIMINATOR HAS NO LRDISC ROW IS ROUTED
      *> UNEDITED - NO LAYOUT CAN SAY WHETHER ITS BYTES ARE GOOD.
           MOVE EDT-REC-LEN TO DSC-WS-REC-LEN
           MOVE EDT-REC-NO  TO DSC-WS-REC-NO
           MOVE EDT-REC-BUF(DSC-WS-START:DSC-WS-LEN)
               TO DSC-WS-REC-VALUE
           PERFORM 6550-PICK-LR THRU 6550-EXIT
           IF DSC-WS-UNMAPPED
               PERFORM 2050-REPORT-UNMAPPED THRU 2050-EXIT
               ADD 1 TO EDT-EXCP-CNT
               WRITE EDITEXCP-RECORD FROM EDT-REC-BUF(1:EDT-REC-LEN)
               GO TO 2000-EXIT
           END-IF
           MOVE DSC-WS-LR-HIT TO EDT-CUR-LR
           MOVE DSC-WS-LR-CAT-LEN(EDT-CUR-LR) TO EDT-CAT-LEN
           IF EDT-REC-LEN < EDT-CAT-LEN
               MOVE "N" TO EDT-REC-OK-SW
               MOVE "LN01" TO EDT-REASON-CD
                   INTO EDT-OUT-LINE
               END-STRING
               WRITE EDITRPT-RECORD FROM EDT-OUT-LINE
               ADD 1 TO EDT-RPT-CNT
           ELSE
               PERFORM 2100-CHECK-ONE-FIELD THRU 2100-EXIT
                   VARYING EDT-FLD-IDX FROM 1 BY 1
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2050-REPORT-UNMAPPED.
           MOVE SPACES TO EDT-OUT-LINE
           MOVE EDT-REC-NO TO EDT-REC-NO-TXT
           IF DSC-WS-REC-VALUE = "*SHORT*"
               STRING "REC=" EDT-REC-NO-TXT
                   " REASON=DS01 RECORD TOO SHORT FOR THE "
                   "DISCRIMINATOR" DELIMITED BY SIZE
                   INTO EDT-OUT-LINE
               END-STRING
           ELSE
               STRING "REC=" EDT-REC-NO-TXT
                   " REASON=DS01 NO LRDISC ROW FOR THE RECORD TYPE"
                   DELIMITED BY SIZE
                   INTO EDT-OUT-LINE
               END-STRING
           END-IF
           WRITE EDITRPT-RECORD FROM EDT-OUT-LINE
           ADD 1 TO EDT-RPT-CNT.
       2050-EXIT.
           EXIT.
      *
       2100-CHECK-ONE-FIELD.
           IF EDT-FLD-LR-IX(EDT-FLD-IDX) NOT = EDT-CUR-LR
               GO TO 2100-EXIT
           END-IF
           IF EDT-FLD-BYTE-LEN(EDT-FLD-IDX) = 0
               OR EDT-FLD-REDEFINES(EDT-FLD-IDX)
               GO TO 2100-EXIT
           MOVE SPACES TO EDT-REASON-CD
           EVALUATE EDT-FLD-USAGE(EDT-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
               WHEN "COMP-1"
               WHEN "COMP-2"
                   CONTINUE
               WHEN "COMP-3"
                   PERFORM 2120-CHECK-PACKED THRU 2120-EXIT
               WHEN "EDITED"
                   PERFORM 2150-CHECK-TEXT THRU 2150-EXIT
               WHEN "NATIONAL"
                   CONTINUE
               WHEN OTHER
                   PERFORM 2130-CHECK-DISPLAY THRU 2130-EXIT
           END-EVALUATE
               EDT-REASON-CD DELIMITED BY SIZE
               INTO EDT-OUT-LINE
           END-STRING
           WRITE EDITRPT-RECORD FROM EDT-OUT-LINE
           ADD 1 TO EDT-RPT-CNT.
       2190-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2900-TAKE-CHECKPOINT - CLOSING AND REOPENING THE OUTPUTS     *
      *  FORCES EVERYTHING WRITTEN SO FAR TO DISK, SO THE COUNTS THE  *
      *  CHECKPOINT CLAIMS ARE REALLY THERE FOR A RESTART TO COPY.    *
      ******************************************************************
       2900-TAKE-CHECKPOINT.
           CLOSE EDITGOOD-FILE
           CLOSE EDITEXCP-FILE
           CLOSE EDITRPT-FILE
           OPEN EXTEND EDITGOOD-FILE
           OPEN EXTEND EDITEXCP-FILE
           OPEN EXTEND EDITRPT-FILE
           MOVE EDT-REC-NO   TO CKP-WS-RECORDS-READ
           MOVE EDT-GOOD-CNT TO CKP-WS-WRITTEN(1)
           MOVE EDT-EXCP-CNT TO CKP-WS-WRITTEN(2)
           MOVE EDT-RPT-CNT  TO CKP-WS-WRITTEN(3)
           MOVE DSC-WS-UNM-TOTAL TO CKP-WS-COUNT(1)
           PERFORM 8810-WRITE-CHECKPOINT THRU 8810-EXIT
           PERFORM 6530-SAVE-DSC-TABLES THRU 6530-EXIT.
       2900-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "LRFLDEDT - " EDT-REC-NO " RECORDS, "
               EDT-GOOD-CNT " CLEAN, " EDT-EXCP-CNT " ROUTED TO "
               "EXCEPTION"
           IF DSC-WS-ACTIVE AND EDT-OUTPUTS-OPENED
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
           IF EDT-FLD-OVERFLOW-CNT > 0
               DISPLAY "LRFLDEDT - " EDT-FLD-OVERFLOW-CNT
                   " FIELD ROWS EXCEEDED THE IN-MEMORY TABLE AND "
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-LR.
           PERFORM 6590-FORMAT-LR-LINE THRU 6590-EXIT
           WRITE EDITRPT-RECORD FROM DSC-WS-LINE(1:100).
       4100-EXIT.
           EXIT.
      *
       4200-REPORT-ONE-UNMAPPED.
           PERFORM 6580-FORMAT-UNMAPPED-LINE THRU 6580-EXIT
           WRITE EDITRPT-RECORD FROM DSC-WS-LINE(1:100).
       4200-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT EDT-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "LRFLDEDT" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE EDT-REC-NO TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "LRFLDEDT" TO RNL-WS-PROGRAM
           MOVE EDT-REC-NO TO RNL-WS-RECORDS-IN
           MOVE EDT-GOOD-CNT TO RNL-WS-RECORDS-OUT
           MOVE EDT-EXCP-CNT TO RNL-WS-RECORDS-SUSP
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED DATA-QUALITY RESULT PARAGRAPH - SEE QUALWR.cpy.
       COPY QUALWR.
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
           IF EDT-LRCAT-OPENED
               CLOSE LRCAT-FILE
           END-IF
