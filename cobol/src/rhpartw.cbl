      **                   HEADER NOW CLAIMS THE COUNT THE PART      *
      **                   ACTUALLY CARRIES, SO A SHORT FINAL PART   *
      **                   PASSES RHRECCNT ON ITS OWN.               *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE    *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT. *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARTMAN-FILE  ASSIGN TO "PARTMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTW-PARTMAN-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
       01  PARTMAN-RECORD.
           05  PTW-MAN-PART-COUNT          PIC 9(02).
           05  PTW-MAN-TOTAL-DETAILS       PIC 9(09).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  PTW-EXTRACT-STATUS              PIC XX.
           88  PTW-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES PTW-EXTRACT-STATUS TO "10",
           PERFORM 2000-SPLIT-DETAILS THRU 2000-EXIT
               UNTIL PTW-EOF
           PERFORM 3000-WRITE-MANIFEST THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-IF.
       3000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT PTW-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "RHPARTW " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE PTW-GRAND-DETAIL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF PTW-EXTRACT-OPENED
