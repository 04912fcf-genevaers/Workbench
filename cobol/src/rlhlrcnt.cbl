      **  2026/08/22 DAO   LEAVE AN RLHLTRL HASH-TOTAL TRAILER OUT    *
      **                   OF THE DETAIL COUNT, SO TRAILERED          *
      **                   EXTRACTS RECONCILE.                        *
      **  2026/10/15 DAO   READ THE EXTRACT AS VARIABLE LENGTH, EACH  *
      **                   RECORD'S LENGTH FROM ITS DESCRIPTOR, AND   *
      **                   ON A VARIABLE-LENGTH HEADER (RLHL-RECORD-  *
      **                   FORMAT "V") FAIL ANY DETAIL LONGER THAN    *
      **                   THE RLHL-RECORD-LENGTH MAXIMUM.            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.  *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CCBALERT-FILE ASSIGN TO "CCBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALT-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON RLC-REC-LEN.
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  CCBALERT-FILE.
       COPY CCBALERT.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE SHARED ALERT-WRITE WORK FIELDS - SEE ALERTWS.cpy.
       COPY ALERTWS.
       01  RLC-EXTRACT-STATUS              PIC XX.
      *> RECORDS COME THROUGH, THEN REINTERPRETED AS RLHL.
       COPY RLHL.
       01  RLC-DETAIL-COUNT                PIC 9(08)       VALUE 0.
       01  RLC-REC-LEN                     PIC 9(05)       VALUE 0.
      *> DETAILS LONGER THAN A VARIABLE-LENGTH HEADER'S MAXIMUM.
       01  RLC-OVERLONG-COUNT              PIC 9(08)       VALUE 0.
       01  RLC-OVERLONG-TXT                PIC ZZZZZZZ9.
       01  RLC-MAXLEN-TXT                  PIC ZZZZ9.
       01  RLC-EXPECTED-SPLIT               PIC 9(08)       VALUE 0.
       01  RLC-EXPECTED-TXT                PIC ZZZZZZZ9.
       01  RLC-ACTUAL-TXT                  PIC ZZZZZZZ9.
           PERFORM 2000-COUNT-DETAILS
               UNTIL RLC-EOF
           PERFORM 3000-RECONCILE THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           IF NOT RLC-EOF
               AND EXTRACT-RECORD(1:8) NOT = "RLHLTRLR"
               ADD 1 TO RLC-DETAIL-COUNT
      *> ON A VARIABLE-LENGTH EXTRACT THE HEADER'S RECORD LENGTH IS A
      *> CEILING, NOT AN EXACT SIZE - A SHORTER DETAIL IS NORMAL.
               IF RLHL-VARIABLE-LENGTH
                   AND RLC-REC-LEN > RLHL-RECORD-LENGTH
                   ADD 1 TO RLC-OVERLONG-COUNT
               END-IF
           END-IF.
      *
      ******************************************************************
               END-STRING
               PERFORM 8300-WRITE-ALERT THRU 8300-EXIT
           END-IF
           IF RLC-OVERLONG-COUNT > 0
               MOVE RLC-OVERLONG-COUNT TO RLC-OVERLONG-TXT
               MOVE RLHL-RECORD-LENGTH TO RLC-MAXLEN-TXT
               DISPLAY "RLHLRCNT - " RLC-OVERLONG-TXT " DETAIL "
                   "RECORDS ARE LONGER THAN THE HEADER'S MAXIMUM "
                   "RECORD LENGTH OF " RLC-MAXLEN-TXT
               MOVE 16 TO RETURN-CODE
               MOVE "ERROR" TO ALT-WS-SEVERITY
               MOVE "RLHLRCNT" TO ALT-WS-SOURCE
               MOVE SPACES TO ALT-WS-DETAIL-TEXT
               STRING "DETAILS OVER MAXIMUM LENGTH "
                   RLC-MAXLEN-TXT " - " RLC-OVERLONG-TXT
                   DELIMITED BY SIZE
                   INTO ALT-WS-DETAIL-TEXT
               END-STRING
               PERFORM 8300-WRITE-ALERT THRU 8300-EXIT
           END-IF
           IF RETURN-CODE = 0
               DISPLAY "RLHLRCNT - RECORD COUNT RECONCILED, "
                   RLC-ACTUAL-TXT " DETAIL RECORDS"
      *
      *> SHARED ALERT-WRITE PARAGRAPH - SEE ALERTWR.cpy.
       COPY ALERTWR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT RLC-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "RLHLRCNT" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE RLC-DETAIL-COUNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF RLC-EXTRACT-OPENED
