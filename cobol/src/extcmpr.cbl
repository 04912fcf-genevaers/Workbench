      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   ON A VARIABLE-LENGTH EXTRACT (RLHL-RECORD-  *
      **                   FORMAT "V") HARVEST RUNS IN ANY DETAIL UP   *
      **                   TO THE HEADER'S MAXIMUM LENGTH - AN OCCURS  *
      **                   DEPENDING ON TABLE ENDS THE RECORD, SO A    *
      **                   SHORTER DETAIL IS A PREFIX OF THE MAPPED    *
      **                   LAYOUT.                                     *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CMPOUT-FILE   ASSIGN TO "CMPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMP-CMPOUT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMPPRM-FILE.
           RECORD IS VARYING IN SIZE FROM 1 TO 2100 CHARACTERS
               DEPENDING ON CMP-OUT-LEN.
       01  CMPOUT-RECORD                   PIC X(2100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  CMP-CMPPRM-STATUS               PIC XX.
           88  CMP-CMPPRM-OK               VALUE "00".
       01  CMP-LRCAT-STATUS                PIC XX.
       01  CMP-REC-BUF                     PIC X(1000).
       COPY RLHL.
       01  CMP-DETAIL-LEN                  PIC 9(05)       VALUE 0.
      *> "Y" WHEN THE RECORD IN HAND MAY BE RUN-HARVESTED AGAINST THE
      *> BYTE MAP - SET ONCE PER RECORD.
       01  CMP-MAPPABLE-SW                 PIC X(01)       VALUE "N".
           88  CMP-MAPPABLE                VALUE "Y".
      *> ONE BYTE PER RECORD POSITION: "D" MAY BE RUN-HARVESTED
      *> (DISPLAY-USAGE FIELD), "N" MUST TRAVEL LITERALLY.
       01  CMP-BYTE-MAP                    PIC X(1000)   VALUE SPACES.
           PERFORM 2000-COMPRESS-ONE-RECORD THRU 2000-EXIT
               UNTIL CMP-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-READ
           MOVE CMP-REC-BUF (1:100) TO RLHL-HEADER-RECORD
           MOVE RLHL-RECORD-LENGTH TO CMP-DETAIL-LEN
      *> RLHL-HEADER-RECORD KEEPS THE HEADER FOR THE DETAIL PASS - THE
      *> RECORD FORMAT DECIDES WHICH DETAILS THE MAP FITS.
           MOVE CMP-IN-LEN TO CMP-OUT-LEN
           WRITE CMPOUT-RECORD FROM CMP-REC-BUF (1:CMP-OUT-LEN)
           ADD CMP-IN-LEN TO CMP-IN-BYTES
      ******************************************************************
      *  2000-COMPRESS-ONE-RECORD - ONE TOKEN STREAM PER RECORD.  A   *
      *  RECORD OF UNEXPECTED LENGTH (THE TRAILER) IS NOT MAPPED      *
      *  AND LEAVES AS ONE LITERAL TOKEN.  ON A VARIABLE-LENGTH       *
      *  EXTRACT ANY DETAIL NO LONGER THAN THE MAXIMUM IS MAPPED -    *
      *  ONLY THE TRAILER, BY ITS EYECATCHER, AND AN OVER-LENGTH      *
      *  RECORD ARE NOT.                                              *
      ******************************************************************
       2000-COMPRESS-ONE-RECORD.
           READ EXTRACT-FILE INTO CMP-REC-BUF
           MOVE CMP-IN-LEN TO CMP-LEN-TXT
           MOVE SPACES TO CMP-OUT-BUF
           MOVE CMP-LEN-TXT TO CMP-OUT-BUF (1:5)
           MOVE "N" TO CMP-MAPPABLE-SW
           IF RLHL-VARIABLE-LENGTH
               IF CMP-IN-LEN <= CMP-DETAIL-LEN
                   AND CMP-REC-BUF (1:8) NOT = "RLHLTRLR"
                   MOVE "Y" TO CMP-MAPPABLE-SW
               END-IF
           ELSE
               IF CMP-IN-LEN = CMP-DETAIL-LEN
                   MOVE "Y" TO CMP-MAPPABLE-SW
               END-IF
           END-IF
           MOVE 6 TO CMP-OUT-POS
           MOVE 1 TO CMP-POS
           MOVE 1 TO CMP-LIT-START
      *
       2100-TOKENIZE-ONE-SPAN.
           MOVE 0 TO CMP-RUN-LEN
           IF CMP-MAPPABLE
               AND CMP-BYTE-MAP (CMP-POS:1) = "D"
               MOVE CMP-POS TO CMP-RUN-IX
               PERFORM 2110-MEASURE-RUN THRU 2110-EXIT
               CMP-OUT-BYTES " BYTES OUT".
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CMP-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "EXTCMPR " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE CMP-IN-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF CMP-EXTRACT-OPENED
