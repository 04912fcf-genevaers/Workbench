      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   EMIT A STANDARD QUALITY-RESULT ROW         *
      **                   (QUALWS/QUALWR) FOR THE QUALSCOR           *
      **                   SCORECARD AND THE QUALGATE BREAKER.        *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXCRPT-FILE   ASSIGN TO "NESTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NAD-EXCRPT-STATUS.
      *> THE SHARED DATA-QUALITY RESULT FILE - SEE QUALWS.cpy.
           SELECT OPTIONAL QUALRSLT-FILE ASSIGN TO "QUALRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUA-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INEXT-FILE.
           REPLACING MAILING-NESTED-RECORD BY VALOUT-RECORD.
       FD  EXCRPT-FILE.
       01  EXCRPT-RECORD                   PIC X(100).
       FD  QUALRSLT-FILE.
       COPY QUALREC.
       WORKING-STORAGE SECTION.
      *> THE SHARED DATA-QUALITY RESULT WORK FIELDS - SEE QUALWS.cpy.
       COPY QUALWS.
      *> THE SHARED ADDRESS-EDIT WORK FIELDS - SEE ADRWS.cpy.
       COPY ADRWS.
       01  NAD-INEXT-STATUS                PIC XX.
       4000-SUMMARIZE.
           DISPLAY "NESTADDR - " NAD-TOTAL-CNT " RECORDS, "
               NAD-CLEAN-CNT " CLEAN, " NAD-EXC-CNT " EXCEPTIONS"
           MOVE "NESTADDR" TO QUA-WS-PROGRAM
           MOVE "NESTEXT " TO QUA-WS-FEED
           MOVE "ADDRESS-STANDARD" TO QUA-WS-CHECK-NAME
           MOVE NAD-TOTAL-CNT TO QUA-WS-RECORDS-CHECKED
           MOVE NAD-EXC-CNT TO QUA-WS-RECORDS-FAILED
           PERFORM 8000-WRITE-QUALITY THRU 8000-EXIT
           IF NAD-EXC-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF
      *
      *> SHARED ADDRESS-EDIT PARAGRAPHS - SEE ADRCK.cpy.
       COPY ADRCK.
      *
      *> SHARED DATA-QUALITY RESULT PARAGRAPH - SEE QUALWR.cpy.
       COPY QUALWR.
      *
       9000-TERMINATE.
           IF NAD-INEXT-OPENED
