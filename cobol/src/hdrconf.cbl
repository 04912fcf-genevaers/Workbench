      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GATERPT-FILE  ASSIGN TO "GATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HDC-GATERPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  GATERPT-FILE.
       01  GATERPT-RECORD                  PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  HDC-LRCAT-STATUS                PIC XX.
           88  HDC-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES HDC-LRCAT-STATUS TO "10", SO
      *> SAME REASONING AS HDC-LRCAT-OPENED-SW ABOVE.
       01  HDC-EXTRACT-OPENED-SW           PIC X(01)       VALUE "N".
           88  HDC-EXTRACT-OPENED          VALUE "Y".
      *> ONLY THE HEADER IS READ - 1 ONCE IT HAS BEEN, FOR THE ACCESS
      *> LOG.
       01  HDC-EXTRACT-READ-CNT            PIC 9(09)       VALUE 0.
       01  HDC-GATERPT-STATUS              PIC XX.
      *> SAME REASONING AS HDC-LRCAT-OPENED-SW ABOVE.
       01  HDC-GATERPT-OPENED-SW           PIC X(01)       VALUE "N".
           PERFORM 2000-EXTRACT-CLAIMS THRU 2000-EXIT
           PERFORM 3000-PROVE-CLAIMS THRU 3000-EXIT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO HDC-EXTRACT-READ-CNT
           IF HDC-ERA-RLHL
               MOVE HDC-HDR-BUF(1:100) TO RLHL-HEADER-RECORD
               MOVE RLHL-RECORD-LENGTH TO HDC-CLAIM-REC-LEN
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT HDC-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "HDRCONF " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE HDC-EXTRACT-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF HDC-LRCAT-OPENED
