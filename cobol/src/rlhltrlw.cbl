      **                   OPTIONAL DD TRLCYC CARD) AND CREATE         *
      **                   DATE/TIME ON THE WAY THROUGH, SO THE GATE   *
      **                   HAS A CYCLE TO CHECK AGAINST DD CYCREG.     *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TRLOUT-FILE   ASSIGN TO "TRLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRW-TRLOUT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON TRW-OUT-LEN.
       01  TRLOUT-RECORD                   PIC X(1000).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  TRW-EXTRACT-STATUS              PIC XX.
           88  TRW-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES TRW-EXTRACT-STATUS TO "10",
           PERFORM 2000-COPY-AND-HASH THRU 2000-EXIT
               UNTIL TRW-EOF
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      *
      *> SHARED TRAILER-HASH PARAGRAPHS - SEE TRLHSH.cpy.
       COPY TRLHSH.
      *
       7850-POST-ACCESS-LOG.
           IF NOT TRW-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "RLHLTRLW" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE TRW-DETAIL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF TRW-EXTRACT-OPENED
