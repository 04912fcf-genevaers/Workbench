      **  2026/08/22 DAO   DROP AN RLHLTRL HASH-TOTAL TRAILER       *
      **                   BETWEEN SECTIONS IN BOTH PASSES INSTEAD  *
      **                   OF READING IT AS THE NEXT HEADER.        *
      **  2026/10/15 DAO   ON A VARIABLE-LENGTH SECTION (RLHL-RECORD- *
      **                   FORMAT "V") COUNT AND REPORT ANY DETAIL    *
      **                   LONGER THAN ITS HEADER'S MAXIMUM RECORD    *
      **                   LENGTH, AND FAIL THE RUN ON ONE.           *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.  *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SPLTRPT-FILE ASSIGN TO "SPLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPL-SPLTRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
       01  SPLIT5-RECORD                   PIC X(1000).
       FD  SPLTRPT-FILE.
       01  SPLTRPT-RECORD                  PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  SPL-EXTRACT-STATUS              PIC XX.
           88  SPL-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES SPL-EXTRACT-STATUS TO "10",
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  SPL-EXTRACT-OPENED-SW           PIC X(01)       VALUE "N".
           88  SPL-EXTRACT-OPENED          VALUE "Y".
      *> SET AT THE FIRST OPEN AND NEVER RESET - A FAILED REOPEN FOR
      *> THE COPY PASS STILL LEAVES AN EXTRACT THAT WAS READ.
       01  SPL-EXTRACT-READ-SW             PIC X(01)       VALUE "N".
           88  SPL-EXTRACT-READ            VALUE "Y".
      *> EVERY RECORD THE MEASURE PASS READS, FOR THE ACCESS LOG.
       01  SPL-EXTRACT-READ-CNT            PIC 9(09)       VALUE 0.
       01  SPL-SPLIT1-STATUS               PIC XX.
       01  SPL-SPLIT2-STATUS               PIC XX.
       01  SPL-SPLIT3-STATUS               PIC XX.
       01  SPL-CLAIMED-ABOVE               PIC S9(09)      VALUE 0.
       01  SPL-COPIED-CNT                  PIC 9(09)       VALUE 0.
       01  SPL-SHORT-SECTION-CNT           PIC 9(02)       VALUE 0.
      *> DETAILS OF THE SECTION IN HAND LONGER THAN A VARIABLE-LENGTH
      *> HEADER'S MAXIMUM, AND THE SECTIONS THAT HAD ANY.
       01  SPL-OVERLONG-CNT                PIC 9(09)       VALUE 0.
       01  SPL-OVERLONG-SECTION-CNT        PIC 9(02)       VALUE 0.
       01  SPL-OVERFLOW-SECTION-CNT        PIC 9(04)       VALUE 0.
       01  SPL-REC-BUF                     PIC X(1000).
       01  SPL-NEW-ABOVE                   PIC S9(09)      VALUE 0.
           05  SPL-SEC-ENTRY               OCCURS 5 TIMES.
               10  SPL-SEC-CLAIMED          PIC S9(09).
               10  SPL-SEC-ACTUAL           PIC 9(09).
               10  SPL-SEC-OVERLONG         PIC 9(09).
       01  SPL-SECTION-TOP                 PIC 9(02)       VALUE 0.
       01  SPL-DETAIL-IDX                  PIC 9(09)       VALUE 0.
       01  SPL-CNT-TXT                     PIC ZZZZZZZZ9.
       01  SPL-MAXLEN-TXT                  PIC ZZZZ9.
       01  SPL-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
               UNTIL SPL-EOF
           PERFORM 2500-COPY-SECTIONS THRU 2500-EXIT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO SPL-EXTRACT-OPENED-SW
           MOVE "Y" TO SPL-EXTRACT-READ-SW.
       1000-EXIT.
           EXIT.
      *
           IF SPL-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO SPL-EXTRACT-READ-CNT
      *> A CONCATENATED SECTION MAY STILL CARRY ITS RLHLTRL
      *> HASH-TOTAL TRAILER (SEE RLHLTRL.cpy) - IT IS NOT THE NEXT
      *> SECTION'S HEADER AND IS DROPPED BETWEEN SECTIONS.
           MOVE SPL-REC-BUF(1:100) TO RLHL-HEADER-RECORD
           MOVE RLHL-RECORD-COUNT  TO SPL-CLAIMED-CNT
           MOVE 0 TO SPL-COPIED-CNT
           MOVE 0 TO SPL-OVERLONG-CNT
           PERFORM 2100-SKIP-ONE-DETAIL THRU 2100-EXIT
               UNTIL SPL-COPIED-CNT >= SPL-CLAIMED-CNT
               OR SPL-EOF
           MOVE SPL-OVERLONG-CNT
               TO SPL-SEC-OVERLONG(SPL-SECTION-NO)
           IF SPL-OVERLONG-CNT > 0
               ADD 1 TO SPL-OVERLONG-SECTION-CNT
           END-IF
           MOVE SPL-CLAIMED-CNT
               TO SPL-SEC-CLAIMED(SPL-SECTION-NO)
           MOVE SPL-COPIED-CNT
                   MOVE "Y" TO SPL-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO SPL-EXTRACT-READ-CNT
      *> A VARIABLE-LENGTH SECTION'S HEADER LENGTH IS A CEILING - ONLY
      *> A DETAIL PAST IT IS WRONG.
           IF RLHL-VARIABLE-LENGTH
               AND SPL-IN-LEN > RLHL-RECORD-LENGTH
               ADD 1 TO SPL-OVERLONG-CNT
           END-IF
           ADD 1 TO SPL-COPIED-CNT.
       2100-EXIT.
           EXIT.
                   INTO SPL-OUT-LINE
               END-STRING
           END-IF
           WRITE SPLTRPT-RECORD FROM SPL-OUT-LINE
      *> AN OVER-LENGTH COUNT GETS ITS OWN LINE - THE SHORTAGE NOTE
      *> ALREADY FILLS THE FIRST.
           IF SPL-SEC-OVERLONG(SPL-SECTION-NO) > 0
               MOVE SPL-SEC-OVERLONG(SPL-SECTION-NO) TO SPL-CNT-TXT
               MOVE RLHL-RECORD-LENGTH TO SPL-MAXLEN-TXT
               MOVE SPACES TO SPL-OUT-LINE
               STRING "SECTION " SPL-SECTION-NO
                   " DETAILS OVER MAX LENGTH " SPL-MAXLEN-TXT
                   "=" SPL-CNT-TXT
                   DELIMITED BY SIZE
                   INTO SPL-OUT-LINE
               END-STRING
               WRITE SPLTRPT-RECORD FROM SPL-OUT-LINE
           END-IF.
       3000-EXIT.
           EXIT.
      *
                   " SECTIONS CAME UP SHORT OF THEIR HEADER'S COUNT"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SPL-OVERLONG-SECTION-CNT > 0
               DISPLAY "RLHLSPLT - " SPL-OVERLONG-SECTION-CNT
                   " SECTIONS HAVE DETAILS LONGER THAN THEIR HEADER'S "
                   "MAXIMUM RECORD LENGTH"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SPL-OVERFLOW-SECTION-CNT > 0
               DISPLAY "RLHLSPLT - MORE THAN 5 SECTIONS - "
                   SPL-OVERFLOW-SECTION-CNT " EXTRA HEADERS NOT SPLIT"
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT SPL-EXTRACT-READ
               GO TO 7850-EXIT
           END-IF
           MOVE "RLHLSPLT" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE SPL-EXTRACT-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF SPL-EXTRACT-OPENED
