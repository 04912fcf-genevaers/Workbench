      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2024/07/07 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SPLTRPT-FILE  ASSIGN TO "SPLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSP-SPLTRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTEXT-FILE.
       COPY CUSTREC.
       FD  SPLTRPT-FILE.
       01  SPLTRPT-RECORD                  PIC X(80).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  CSP-CUSTEXT-STATUS              PIC XX.
           88  CSP-CUSTEXT-OK              VALUE "00".
       01  CSP-TOTAL-CNT                   PIC 9(08)      VALUE 0.
       01  CSP-COUNT-TXT                   PIC ZZZZZZZ9.
       01  CSP-OUT-LINE                    PIC X(80)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CLASSIFY-RECORDS THRU 2000-EXIT
               UNTIL CSP-EOF
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-IF.
       3000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CSP-CUSTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "CUSTSPLT" TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           MOVE CSP-TOTAL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF CSP-CUSTEXT-OPENED
