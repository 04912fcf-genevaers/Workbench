      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT COARPT-FILE   ASSIGN TO "COARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-COARPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTEXT-FILE.
           REPLACING CUSTOMER-RECORD BY CUSTOUT-RECORD.
       FD  COARPT-FILE.
       01  COARPT-RECORD                   PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  COA-CUSTEXT-STATUS              PIC XX.
           88  COA-CUSTEXT-OK              VALUE "00".
       01  COA-CHANGED-CNT                 PIC 9(06)       VALUE 0.
       01  COA-UNMATCHED-CNT               PIC 9(04)       VALUE 0.
       01  COA-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
               VARYING COA-TRAN-IDX FROM 1 BY 1
               UNTIL COA-TRAN-IDX > COA-TRAN-TOP
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT COA-CUSTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "CUSTCOA " TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           MOVE COA-TOTAL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF COA-CUSTEXT-OPENED
