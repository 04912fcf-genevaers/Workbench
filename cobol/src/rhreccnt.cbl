      **                   SHARED CCBALERT FEED ON EVERY FAILURE      *
      **                   (ALERTWS/ALERTWR), SO THE EXISTING MAIL    *
      **                   STEP DELIVERS IT TO THE ON-CALL ANALYST.   *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.  *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CCBALERT-FILE ASSIGN TO "CCBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALT-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(80).
       FD  CCBALERT-FILE.
       COPY CCBALERT.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE SHARED ALERT-WRITE WORK FIELDS - SEE ALERTWS.cpy.
       COPY ALERTWS.
       01  RHC-EXTRACT-STATUS              PIC XX.
           PERFORM 2000-COUNT-DETAILS
               UNTIL RHC-EOF
           PERFORM 3000-RECONCILE THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      *
      *> SHARED ALERT-WRITE PARAGRAPH - SEE ALERTWR.cpy.
       COPY ALERTWR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT RHC-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "RHRECCNT" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE RHC-DETAIL-COUNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF RHC-EXTRACT-OPENED
