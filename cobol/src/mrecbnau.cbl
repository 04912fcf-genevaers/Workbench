      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2024/06/28 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BINRPT-FILE   ASSIGN TO "BINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MBA-BINRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       COPY MASTERREC.
       FD  BINRPT-FILE.
       01  BINRPT-RECORD                    PIC X(80).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  MBA-EXTRACT-STATUS               PIC XX.
           88  MBA-EXTRACT-OK               VALUE "00".
       01  MBA-TOTAL-TXT                    PIC ZZZZZZZ9.
       01  MBA-FLAGGED-TXT                  PIC ZZZZZZZ9.
       01  MBA-OUT-LINE                     PIC X(80)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AUDIT-RECORDS THRU 2000-EXIT
               UNTIL MBA-EOF
           PERFORM 3000-SUMMARIZE
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-IF.
       3000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT MBA-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECBNAU" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE MBA-TOTAL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF MBA-EXTRACT-OPENED
