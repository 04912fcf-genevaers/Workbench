      **                   ONLY, "N" NON-EFFECTIVE-DATED ONLY) SO A    *
      **                   RUN CAN BE NARROWED TO JUST ONE KIND OF     *
      **                   SECTION WITHOUT SCROLLING PAST THE OTHER.   *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "BRWSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GVB-PARM-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  BRWSRPT-RECORD                  PIC X(80).
       FD  PARM-FILE.
       01  PARM-RECORD                     PIC X(01).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  GVB-EXTRACT-STATUS              PIC XX.
           88  GVB-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES GVB-EXTRACT-STATUS TO "10",
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-BROWSE-DETAILS THRU 2000-EXIT
               UNTIL GVB-EOF
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
               TO GVB-HEX-LINE((GVB-DUMP-IDX * 3) - 1 : 1).
       2210-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT GVB-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "GVBRHBRW" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE GVB-RECORD-NBR TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF GVB-EXTRACT-OPENED
