      **                   DD KEYINDEX, NEAREST FOLLOWING KEY WHEN    *
      **                   THE EXACT ONE IS ABSENT, INSTEAD OF        *
      **                   LISTING FROM RECORD ONE.                   *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   MONTHLY DISCLOSE REPORT.                   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL SENSVLOG-FILE ASSIGN TO "SENSVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLB-SENSVLOG-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       COPY AUTHREC.
       FD  SENSVLOG-FILE.
       COPY SENSVREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  RLB-EXTRACT-STATUS              PIC XX.
           88  RLB-EXTRACT-OK              VALUE "00".
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  RLB-OUT-END-DATE             PIC X(08).
           05  FILLER                       PIC X(53)  VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-BROWSE-DETAILS THRU 2000-EXIT
               UNTIL RLB-EOF
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           WRITE BRWSRPT-RECORD FROM RLB-OUT-LINE.
       2000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT RLB-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "RLHLBRW " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE RLB-RECORD-NBR TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF RLB-START-TAGGED-SW = "Y" AND RLB-START-ACTION = "C"
