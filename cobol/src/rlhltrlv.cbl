      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TRLPRM-FILE   ASSIGN TO "TRLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRV-TRLPRM-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           05  TRV-PARM-OFFSET             PIC 9(05).
           05  TRV-PARM-LEN                PIC 9(02).
           05  TRV-PARM-TYPE               PIC X(01).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  TRV-EXTRACT-STATUS              PIC XX.
           88  TRV-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES TRV-EXTRACT-STATUS TO "10",
           PERFORM 2000-SCAN-AND-HASH THRU 2000-EXIT
               UNTIL TRV-EOF
           PERFORM 3000-PROVE-TRAILER THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      *
      *> SHARED TRAILER-HASH PARAGRAPHS - SEE TRLHSH.cpy.
       COPY TRLHSH.
      *
       7850-POST-ACCESS-LOG.
           IF NOT TRV-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "RLHLTRLV" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE TRV-DETAIL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF TRV-EXTRACT-OPENED
