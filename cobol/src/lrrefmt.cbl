      **      ENDS THE RUN WITH RETURN-CODE 16 SO THE MIGRATION GETS  *
      **      A LOOK BEFORE THE CONVERTED EXTRACT IS TRUSTED.         *
      **                                                               *
      **      THE CONVERSION PASS CHECKPOINTS EVERY SO MANY RECORDS   *
      **      TO DD CKPT (CKPTWS/CKPTWR - DD CKPTPRM, DEFAULT 5000).  *
      **      A RUN THAT FINDS A CHECKPOINT RESTARTS FROM IT: THE     *
      **      MAP AND REFMTRPT ARE REBUILT FROM THE CATALOGS AS       *
      **      USUAL, THE FAILED RUN'S REFMTOUT, PASSED ON DD PRVOUT,  *
      **      IS COPIED FORWARD AS FAR AS THE CHECKPOINT'S RECORD     *
      **      COUNT, THE EXTRACT IS READ PAST THE CHECKPOINTED        *
      **      RECORD AND THE COUNTS CARRY FORWARD.  CHECKPOINT        *
      **      SLOTS - WRITTEN(1) REFMTOUT RECORDS; COUNT(1) SHORT     *
      **      RECORDS.                                                *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **                   COMP AND COMP-3 BYTES UNTOUCHED, ZONED     *
      **                   OVERPUNCH SIGNS REBUILT FOR THE LOCAL      *
      **                   CONVENTION.                                *
      **  2026/10/14 DAO   TREAT COMP-5 AS BINARY, SAME AS COMP.       *
      **  2026/10/15 DAO   CHECKPOINT/RESTART (CKPTWS/CKPTWR) WITH     *
      **                   REFMTOUT CARRIED FORWARD FROM DD PRVOUT,    *
      **                   AND POST AN END-OF-JOB RUN-CONTROL RECORD   *
      **                   TO THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR).   *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REFMTRPT-FILE ASSIGN TO "REFMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFM-REFMTRPT-STATUS.
      *> THE FAILED RUN'S REFMTOUT - OPENED ONLY ON A RESTART.
           SELECT PRVOUT-FILE   ASSIGN TO "PRVOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RFM-PRVOUT-STATUS.
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
      *> OPTIONAL - NO PARM MEANS THE EXTRACT IS ALREADY LOCAL.
           SELECT OPTIONAL CODEPRM-FILE ASSIGN TO "CODEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CODEPRM-FILE.
       01  CODEPRM-RECORD.
           05  RFM-PARM-CODEPAGE           PIC X(01).
       FD  PRVOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON RFM-PRV-LEN.
       01  PRVOUT-RECORD                   PIC X(1000).
       FD  CKPTPRM-FILE.
       01  CKPTPRM-RECORD                  PIC 9(08).
       FD  CKPT-FILE.
       COPY CKPTREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED CHECKPOINT/RESTART WORK FIELDS - SEE CKPTWS.cpy.
       COPY CKPTWS.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  RFM-OLD-STATUS                  PIC XX.
           88  RFM-OLD-OK                  VALUE "00".
      *> THE FINAL READ'S AT END DRIVES RFM-OLD-STATUS TO "10", SO
           88  RFM-EXTRACT-OPENED          VALUE "Y".
       01  RFM-REFMTOUT-STATUS             PIC XX.
       01  RFM-REFMTRPT-STATUS             PIC XX.
       01  RFM-PRVOUT-STATUS               PIC XX.
           88  RFM-PRVOUT-OK               VALUE "00".
      *> SAME REASONING AS RFM-OLD-OPENED-SW ABOVE.
       01  RFM-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  RFM-OUTPUTS-OPENED          VALUE "Y".
           88  RFM-EOF                     VALUE "Y".
       01  RFM-IN-LEN                      PIC 9(05)       VALUE 0.
       01  RFM-OUT-LEN                     PIC 9(05)       VALUE 0.
       01  RFM-PRV-LEN                     PIC 9(05)       VALUE 0.
      *> ------------------- OLD-LAYOUT FIELD TABLE --------------------
       01  RFM-OLD-TAB.
           05  RFM-OLD-ENTRY               OCCURS 200 TIMES.
       01  RFM-OUT-BUF                     PIC X(1000).
       01  RFM-REC-CNT                     PIC 9(08)       VALUE 0.
       01  RFM-SHORT-CNT                   PIC 9(08)       VALUE 0.
       01  RFM-OUT-CNT                     PIC 9(09)       VALUE 0.
       01  RFM-CARRY-CNT                   PIC 9(09)       VALUE 0.
       01  RFM-SKIP-CNT                    PIC 9(09)       VALUE 0.
       01  RFM-CAND-LEN                    PIC 9(05)       VALUE 0.
       01  RFM-COPY-CNT                    PIC 9(05).
       01  RFM-COPY-IDX                    PIC 9(05).
           PERFORM 1200-LOAD-NEW-CATALOG THRU 1200-EXIT
               UNTIL RFM-NEW-EOF
           PERFORM 2000-BUILD-FIELD-MAP THRU 2000-EXIT
           PERFORM 2700-REPOSITION-FOR-RESTART THRU 2700-EXIT
           PERFORM 3000-CONVERT-RECORDS THRU 3000-EXIT
               UNTIL RFM-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
                   GO TO 1000-EXIT
           END-READ
           CLOSE RFMPRM-FILE
           MOVE "LRREFMT"       TO CKP-WS-PROGRAM
           MOVE RFM-PARM-LR-NAME TO CKP-WS-RUN-KEY
           PERFORM 8800-READ-CHECKPOINT THRU 8800-EXIT
           IF CKP-WS-REFUSED
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT  OLD-LRCAT-FILE
           OPEN INPUT  NEW-LRCAT-FILE
           OPEN INPUT  EXTRACT-FILE
           EXIT.
      *
      ******************************************************************
      *  2700-REPOSITION-FOR-RESTART - ON A RESTART, COPIES THE       *
      *  CHECKPOINTED NUMBER OF REFMTOUT RECORDS FORWARD FROM THE     *
      *  FAILED RUN'S OUTPUT ON DD PRVOUT, READS THE EXTRACT PAST THE *
      *  CHECKPOINTED RECORD, AND ONLY THEN CARRIES THE COUNTS        *
      *  FORWARD.  A PRIOR RECORD WHOSE LENGTH IS NOT THE NEW         *
      *  LAYOUT'S MEANS PRVOUT IS NOT THIS CONVERSION'S OUTPUT, AND   *
      *  HALTS THE RUN WITH THE CHECKPOINT LEFT IN PLACE.             *
      ******************************************************************
       2700-REPOSITION-FOR-RESTART.
           IF RFM-EOF OR NOT CKP-WS-RESTARTING
               GO TO 2700-EXIT
           END-IF
           OPEN INPUT PRVOUT-FILE
           IF NOT RFM-PRVOUT-OK
               DISPLAY "LRREFMT - RESTART NEEDS THE FAILED RUN'S "
                   "REFMTOUT ON DD PRVOUT, STATUS=" RFM-PRVOUT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2700-EXIT
           END-IF
           MOVE 0 TO RFM-CARRY-CNT
           PERFORM 2710-CARRY-ONE-RECORD THRU 2710-EXIT
               UNTIL RFM-CARRY-CNT NOT < CKP-WS-WRITTEN(1)
               OR RFM-EOF
           CLOSE PRVOUT-FILE
           MOVE 0 TO RFM-SKIP-CNT
           PERFORM 2720-SKIP-ONE-RECORD THRU 2720-EXIT
               UNTIL RFM-SKIP-CNT NOT < CKP-WS-RECORDS-READ
               OR RFM-EOF
           IF RFM-EOF
               GO TO 2700-EXIT
           END-IF
           MOVE CKP-WS-RECORDS-READ TO RFM-REC-CNT
           MOVE CKP-WS-WRITTEN(1)   TO RFM-OUT-CNT
           MOVE CKP-WS-COUNT(1)     TO RFM-SHORT-CNT
           MOVE CKP-WS-RESTART-FROM TO RNL-WS-RESTART-FROM
           DISPLAY "LRREFMT - " RFM-OUT-CNT " RECORDS CARRIED FORWARD "
               "FROM PRVOUT, EXTRACT REPOSITIONED AFTER RECORD "
               RFM-REC-CNT.
       2700-EXIT.
           EXIT.
      *
       2710-CARRY-ONE-RECORD.
           READ PRVOUT-FILE INTO RFM-OUT-BUF
               AT END
                   DISPLAY "LRREFMT - PRVOUT HOLDS FEWER RECORDS THAN "
                       "THE CHECKPOINT SAYS WERE WRITTEN"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 2710-EXIT
           END-READ
           IF RFM-PRV-LEN NOT = RFM-OUT-LEN
               DISPLAY "LRREFMT - PRVOUT RECORD LENGTH " RFM-PRV-LEN
                   " IS NOT THE NEW LAYOUT'S " RFM-OUT-LEN
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2710-EXIT
           END-IF
           WRITE REFMTOUT-RECORD FROM RFM-OUT-BUF(1:RFM-OUT-LEN)
           ADD 1 TO RFM-CARRY-CNT.
       2710-EXIT.
           EXIT.
      *
       2720-SKIP-ONE-RECORD.
           READ EXTRACT-FILE INTO RFM-IN-BUF
               AT END
                   DISPLAY "LRREFMT - EXTRACT ENDS BEFORE THE "
                       "CHECKPOINTED RECORD"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 2720-EXIT
           END-READ
           ADD 1 TO RFM-SKIP-CNT.
       2720-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-CONVERT-RECORDS - APPLIES THE RESOLVED MAP TO ONE       *
      *  RECORD.  OCCURS FIELDS CONVERT COPY BY COPY UP TO THE        *
      *  SMALLER OF THE TWO LAYOUTS' OCCURRENCE COUNTS; EXTRA NEW     *
      *  COPIES KEEP THEIR DEFAULT FILL.                              *
      ******************************************************************
       3000-CONVERT-RECORDS.
           PERFORM 8830-TEST-CHECKPOINT-DUE THRU 8830-EXIT
           IF CKP-WS-DUE
               PERFORM 3900-TAKE-CHECKPOINT THRU 3900-EXIT
           END-IF
           READ EXTRACT-FILE INTO RFM-IN-BUF
               AT END
                   MOVE "Y" TO RFM-EOF-SW
                   MOVE "Y" TO CKP-WS-INPUT-DONE-SW
           END-READ
           IF RFM-EOF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO RFM-REC-CNT
           ADD 1 TO CKP-WS-DUE-CNT
           IF RFM-CODEPAGE-EBCDIC
               PERFORM 7600-TRANSLATE-RECORD THRU 7600-EXIT
           END-IF
           PERFORM 3100-CONVERT-ONE-FIELD THRU 3100-EXIT
               VARYING RFM-NEW-IDX FROM 1 BY 1
               UNTIL RFM-NEW-IDX > RFM-NEW-TOP
           WRITE REFMTOUT-RECORD FROM RFM-OUT-BUF(1:RFM-OUT-LEN)
           ADD 1 TO RFM-OUT-CNT.
       3000-EXIT.
           EXIT.
      *
       3200-DEFAULT-ONE-COPY.
           EVALUATE RFM-NEW-USAGE(RFM-NEW-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
               WHEN "COMP-1"
               WHEN "COMP-2"
                   MOVE LOW-VALUES
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3900-TAKE-CHECKPOINT - CLOSING AND REOPENING REFMTOUT FORCES *
      *  EVERY RECORD WRITTEN SO FAR TO DISK, SO THE RECORD COUNT THE *
      *  CHECKPOINT CLAIMS IS REALLY THERE FOR A RESTART TO COPY.     *
      ******************************************************************
       3900-TAKE-CHECKPOINT.
           CLOSE REFMTOUT-FILE
           OPEN EXTEND REFMTOUT-FILE
           MOVE RFM-REC-CNT   TO CKP-WS-RECORDS-READ
           MOVE RFM-OUT-CNT   TO CKP-WS-WRITTEN(1)
           MOVE RFM-SHORT-CNT TO CKP-WS-COUNT(1)
           PERFORM 8810-WRITE-CHECKPOINT THRU 8810-EXIT.
       3900-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "LRREFMT - " RFM-REC-CNT " RECORDS CONVERTED TO "
           MOVE CPG-BYTE-LO TO RFM-IN-BUF(RFM-CPG-END:1).
       7640-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT RFM-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "LRREFMT " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE RFM-REC-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "LRREFMT" TO RNL-WS-PROGRAM
           MOVE RFM-REC-CNT   TO RNL-WS-RECORDS-IN
           MOVE RFM-OUT-CNT   TO RNL-WS-RECORDS-OUT
           MOVE RFM-SHORT-CNT TO RNL-WS-RECORDS-SUSP
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
       9000-TERMINATE.
           IF CKP-WS-INPUT-DONE
               PERFORM 8820-CLEAR-CHECKPOINT THRU 8820-EXIT
           END-IF
           IF RFM-OLD-OPENED
               CLOSE OLD-LRCAT-FILE
           END-IF
