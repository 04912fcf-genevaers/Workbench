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
               FILE STATUS IS MRB-SENSVLOG-STATUS.
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
       01  MRB-EXTRACT-STATUS               PIC XX.
           88  MRB-EXTRACT-OK               VALUE "00".
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  MRB-OUT-OTHER-DATE            PIC X(08).
           05  FILLER                        PIC X(51)  VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BROWSE-RECORDS THRU 2000-EXIT
               UNTIL MRB-EOF
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      *
      *> SHARED CENTURY-WINDOWING PARAGRAPH - SEE CENTWIN.cpy.
       COPY CENTWIN.
      *
       7850-POST-ACCESS-LOG.
           IF NOT MRB-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECBRW " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE MRB-RECORD-NBR TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           PERFORM 8700-LOG-ONE-CLEAR-VIEW THRU 8700-EXIT
