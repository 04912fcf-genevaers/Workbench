      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT KEYINDEX-FILE ASSIGN TO "KEYINDEX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IDX-KEYINDEX-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IDXPRM-FILE.
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  KEYINDEX-FILE.
       COPY KEYIDREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  IDX-IDXPRM-STATUS               PIC XX.
           88  IDX-IDXPRM-OK               VALUE "00".
       01  IDX-EXTRACT-STATUS              PIC XX.
           PERFORM 2000-INDEX-ONE-RECORD THRU 2000-EXIT
               UNTIL IDX-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT IDX-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "EXTIDXB " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE IDX-POS TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF IDX-EXTRACT-OPENED
