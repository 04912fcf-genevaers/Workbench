      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CMP4RPT-FILE  ASSIGN TO "CMP4RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM4-CMP4RPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTEXT-FILE.
       COPY MASTREC4.
       FD  CMP4RPT-FILE.
       01  CMP4RPT-RECORD                  PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  CM4-MASTEXT-STATUS              PIC XX.
           88  CM4-MASTEXT-OK              VALUE "00".
       01  CM4-LENGTH-ERR-SW               PIC X(01)       VALUE "N".
           88  CM4-LENGTH-ERR              VALUE "Y".
       01  CM4-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COMPARE-ONE-PAIR THRU 2000-EXIT
               UNTIL CM4-OLD-EOF OR CM4-NEW-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      *
      *> SHARED CENTURY-WINDOWING PARAGRAPH - SEE CENTWIN.cpy.
       COPY CENTWIN.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CM4-MASTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECCMP4" TO AXL-WS-PROGRAM
           MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           MOVE CM4-REC-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF CM4-MASTEXT-OPENED
