      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   EMIT A STANDARD QUALITY-RESULT ROW         *
      **                   (QUALWS/QUALWR) FOR THE QUALSCOR           *
      **                   SCORECARD AND THE QUALGATE BREAKER.        *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   MONTHLY DISCLOSE REPORT.                   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXCRPT-FILE   ASSIGN TO "CUSTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAD-EXCRPT-STATUS.
      *> THE SHARED DATA-QUALITY RESULT FILE - SEE QUALWS.cpy.
           SELECT OPTIONAL QUALRSLT-FILE ASSIGN TO "QUALRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUA-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INEXT-FILE.
           REPLACING CUSTOMER-RECORD BY VALOUT-RECORD.
       FD  EXCRPT-FILE.
       01  EXCRPT-RECORD                   PIC X(100).
       FD  QUALRSLT-FILE.
       COPY QUALREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED DATA-QUALITY RESULT WORK FIELDS - SEE QUALWS.cpy.
       COPY QUALWS.
      *> THE SHARED ADDRESS-EDIT WORK FIELDS - SEE ADRWS.cpy.
       COPY ADRWS.
       01  CAD-INEXT-STATUS                PIC XX.
       01  CAD-CLEAN-CNT                   PIC 9(08)       VALUE 0.
       01  CAD-EXC-CNT                     PIC 9(08)       VALUE 0.
       01  CAD-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CLEANSE-ONE-RECORD THRU 2000-EXIT
               UNTIL CAD-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       4000-SUMMARIZE.
           DISPLAY "CUSTADDR - " CAD-TOTAL-CNT " RECORDS, "
               CAD-CLEAN-CNT " CLEAN, " CAD-EXC-CNT " EXCEPTIONS"
           MOVE "CUSTADDR" TO QUA-WS-PROGRAM
           MOVE "CUSTEXT " TO QUA-WS-FEED
           MOVE "ADDRESS-STANDARD" TO QUA-WS-CHECK-NAME
           MOVE CAD-TOTAL-CNT TO QUA-WS-RECORDS-CHECKED
           MOVE CAD-EXC-CNT TO QUA-WS-RECORDS-FAILED
           PERFORM 8000-WRITE-QUALITY THRU 8000-EXIT
           IF CAD-EXC-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF
      *
      *> SHARED ADDRESS-EDIT PARAGRAPHS - SEE ADRCK.cpy.
       COPY ADRCK.
      *
      *> SHARED DATA-QUALITY RESULT PARAGRAPH - SEE QUALWR.cpy.
       COPY QUALWR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CAD-INEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "CUSTADDR" TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           MOVE CAD-TOTAL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF CAD-INEXT-OPENED
