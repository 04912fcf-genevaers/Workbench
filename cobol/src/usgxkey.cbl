      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2024/07/10 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   CARRYING THE ACCOUNT TABLE'S PEAK FILL FOR *
      **                   CAPMON.                                    *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR         *
      **                   MASTEXT, FOR THE MONTHLY DISCLOSE REPORT.  *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT XKEYRPT-FILE  ASSIGN TO "XKEYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UXK-XKEYRPT-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  MASTEXT-FILE.
       COPY USAGEREC.
       FD  XKEYRPT-FILE.
       01  XKEYRPT-RECORD                  PIC X(90).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  UXK-MASTEXT-STATUS               PIC XX.
           88  UXK-MASTEXT-OK               VALUE "00".
      *> THE FINAL READ'S AT END DRIVES UXK-MASTEXT-STATUS TO "10", SO
           PERFORM 2000-CHECK-USAGE-RECORDS THRU 2000-EXIT
               UNTIL UXK-USAGE-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> EVERY MASTER RECORD READ IS EITHER HELD OR COUNTED AS AN
      *> OVERFLOW, SO THE TWO TOGETHER ARE THE RECORDS READ.
       7850-POST-ACCESS-LOG.
           IF NOT UXK-MASTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "USGXKEY " TO AXL-WS-PROGRAM
           MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           COMPUTE AXL-WS-RECORDS-READ =
               UXK-MASTER-TOP + UXK-MASTER-OVERFLOW-CNT
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "USGXKEY " TO RNL-WS-PROGRAM
           MOVE UXK-TOTAL-CNT    TO RNL-WS-RECORDS-IN
           MOVE UXK-MISMATCH-CNT TO RNL-WS-RECORDS-SUSP
           COMPUTE RNL-WS-TABLE-PEAK (1) =
               UXK-MASTER-TOP + UXK-MASTER-OVERFLOW-CNT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF UXK-MASTEXT-OPENED
