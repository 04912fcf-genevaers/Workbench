      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DTCKRPT-FILE  ASSIGN TO "DTCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTC-DTCKRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  DTCKRPT-FILE.
       01  DTCKRPT-RECORD                  PIC X(110).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  DTC-EXTRACT-STATUS              PIC XX.
           88  DTC-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES DTC-EXTRACT-STATUS TO "10",
           PERFORM 2000-CHECK-ONE-DETAIL THRU 2000-EXIT
               UNTIL DTC-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-IF.
       8800-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT DTC-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "RLHLDTCK" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE DTC-DETAIL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF DTC-EXTRACT-OPENED
