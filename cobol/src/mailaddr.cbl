      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   EMIT A STANDARD QUALITY-RESULT ROW         *
      **                   (QUALWS/QUALWR) FOR THE QUALSCOR           *
      **                   SCORECARD AND THE QUALGATE BREAKER.        *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXCRPT-FILE   ASSIGN TO "MAILEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAD-EXCRPT-STATUS.
      *> THE SHARED DATA-QUALITY RESULT FILE - SEE QUALWS.cpy.
           SELECT OPTIONAL QUALRSLT-FILE ASSIGN TO "QUALRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUA-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INEXT-FILE.
           REPLACING MAILING-RECORD BY VALOUT-RECORD.
       FD  EXCRPT-FILE.
       01  EXCRPT-RECORD                   PIC X(100).
       FD  QUALRSLT-FILE.
       COPY QUALREC.
       WORKING-STORAGE SECTION.
      *> THE SHARED DATA-QUALITY RESULT WORK FIELDS - SEE QUALWS.cpy.
       COPY QUALWS.
      *> THE SHARED ADDRESS-EDIT WORK FIELDS - SEE ADRWS.cpy.
       COPY ADRWS.
       01  MAD-INEXT-STATUS                PIC XX.
       4000-SUMMARIZE.
           DISPLAY "MAILADDR - " MAD-TOTAL-CNT " RECORDS, "
               MAD-CLEAN-CNT " CLEAN, " MAD-EXC-CNT " EXCEPTIONS"
           MOVE "MAILADDR" TO QUA-WS-PROGRAM
           MOVE "MAILEXT " TO QUA-WS-FEED
           MOVE "ADDRESS-STANDARD" TO QUA-WS-CHECK-NAME
           MOVE MAD-TOTAL-CNT TO QUA-WS-RECORDS-CHECKED
           MOVE MAD-EXC-CNT TO QUA-WS-RECORDS-FAILED
           PERFORM 8000-WRITE-QUALITY THRU 8000-EXIT
           IF MAD-EXC-CNT > 0
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
           IF MAD-INEXT-OPENED
