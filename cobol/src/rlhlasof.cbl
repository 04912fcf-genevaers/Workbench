      **  2026/08/22 DAO   A DATE WHOSE LAST BYTE SITS PAST THE      *
      **                   RECORD'S END IS UNREADABLE - THE LENGTH   *
      **                   GUARDS WERE ACCEPTING IT BY ONE BYTE.     *
      **  2026/10/15 DAO   ON A VARIABLE-LENGTH EXTRACT (RLHL-RECORD-  *
      **                   FORMAT "V") COUNT ANY DETAIL LONGER THAN    *
      **                   THE HEADER'S MAXIMUM AND FAIL THE RUN.      *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ASOFOUT-FILE  ASSIGN TO "ASOFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ASF-ASOFOUT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON ASF-OUT-LEN.
       01  ASOFOUT-RECORD                  PIC X(1000).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  ASF-EXTRACT-STATUS              PIC XX.
           88  ASF-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES ASF-EXTRACT-STATUS TO "10",
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  ASF-EXTRACT-OPENED-SW           PIC X(01)       VALUE "N".
           88  ASF-EXTRACT-OPENED          VALUE "Y".
      *> SET AT THE FIRST OPEN AND NEVER RESET - A FAILED REOPEN FOR
      *> THE SLICE PASS STILL LEAVES AN EXTRACT THAT WAS READ.
       01  ASF-EXTRACT-READ-SW             PIC X(01)       VALUE "N".
           88  ASF-EXTRACT-READ            VALUE "Y".
       01  ASF-ASOFPRM-STATUS              PIC XX.
           88  ASF-ASOFPRM-OK              VALUE "00".
       01  ASF-ASOFOUT-STATUS              PIC XX.
       01  ASF-MEASURING-SW                PIC X(01)       VALUE "Y".
           88  ASF-MEASURING               VALUE "Y".
       01  ASF-DROPPED-CNT                 PIC 9(09)       VALUE 0.
       01  ASF-OVERLONG-CNT                PIC 9(08)       VALUE 0.
       01  ASF-KEEP-SW                     PIC X(01)       VALUE "Y".
           88  ASF-KEEP-DETAIL             VALUE "Y".
       01  ASF-START-DATE-X                PIC X(08).
               UNTIL ASF-EOF
           PERFORM 3000-WRITE-SLICE THRU 3000-EXIT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO ASF-EXTRACT-OPENED-SW
           MOVE "Y" TO ASF-EXTRACT-READ-SW
           READ EXTRACT-FILE INTO ASF-REC-BUF
               AT END
                   DISPLAY "RLHLASOF - EXTRACT FILE IS EMPTY"
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO ASF-DETAIL-SEQ
      *> A VARIABLE-LENGTH HEADER'S RECORD LENGTH IS A CEILING - A
      *> SHORTER DETAIL IS NORMAL, A LONGER ONE IS COUNTED.  THE SLICE
      *> KEEPS EACH DETAIL AT ITS OWN LENGTH.
           IF RLHL-VARIABLE-LENGTH
               AND ASF-IN-LEN > RLHL-RECORD-LENGTH
               ADD 1 TO ASF-OVERLONG-CNT
           END-IF
           PERFORM 2100-DECIDE-ONE-DETAIL THRU 2100-EXIT
           IF ASF-KEEP-DETAIL
               ADD 1 TO ASF-KEPT-CNT
               DISPLAY "RLHLASOF - " ASF-BADDATE-CNT
                   " DETAILS WITH UNREADABLE DATES WERE KEPT"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF ASF-OVERLONG-CNT > 0
               DISPLAY "RLHLASOF - " ASF-OVERLONG-CNT
                   " DETAILS ARE LONGER THAN THE HEADER'S MAXIMUM "
                   "RECORD LENGTH"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT ASF-EXTRACT-READ
               GO TO 7850-EXIT
           END-IF
           MOVE "RLHLASOF" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE ASF-DETAIL-SEQ TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF ASF-EXTRACT-OPENED
