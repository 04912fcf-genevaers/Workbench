      **                   SUMMARY MESSAGE.                          *
      **  2026/08/22 DAO   LEAVE AN RLHLTRL HASH-TOTAL TRAILER ON    *
      **                   EITHER GENERATION OUT OF THE COMPARE.     *
      **  2026/10/15 DAO   ON A VARIABLE-LENGTH GENERATION (RLHL-      *
      **                   RECORD-FORMAT "V") A MATCHED PAIR OF        *
      **                   DIFFERENT LENGTHS IS COMPARED OVER THE      *
      **                   SHORTER AND REPORTED WITH BOTH LENGTHS AND  *
      **                   THE BYTE RANGE, AND A DETAIL LONGER THAN    *
      **                   ITS HEADER'S MAXIMUM FAILS THE RUN.         *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   CARRYING THE OLD-GENERATION TABLE'S PEAK   *
      **                   FILL FOR CAPMON.                           *
      **  2026/10/15 DAO   CARRY THE NEW GENERATION'S FILE-ID AND     *
      **                   REPLAY FLAG ON THE RUN-CONTROL RECORD.     *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CMPRPT-FILE   ASSIGN TO "CMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMP-CMPRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLDEXTR-FILE
       01  NEWEXTR-RECORD                  PIC X(1000).
       FD  CMPRPT-FILE.
       01  CMPRPT-RECORD                   PIC X(132).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  CMP-OLDEXTR-STATUS              PIC XX.
           88  CMP-OLDEXTR-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES CMP-OLDEXTR-STATUS TO "10",
      *> ------------------- KEY CLAIMS (OLD HEADER) -------------------
       01  CMP-KEY-OFFSET                  PIC S9(05)      VALUE 0.
       01  CMP-KEY-LENGTH                  PIC S9(05)      VALUE 0.
      *> ------------- RECORD FORMAT AND MAXIMUM, EACH SIDE ------------
      *> A GENERATION'S RECORD LENGTH IS A CEILING WHEN ITS HEADER SAYS
      *> VARIABLE LENGTH - THE TWO SIDES NEED NOT AGREE ON EITHER.
       01  CMP-OLD-FORMAT                  PIC X(01)       VALUE SPACE.
           88  CMP-OLD-VARIABLE            VALUE "V".
       01  CMP-OLD-MAX-LEN                 PIC S9(05)      VALUE 0.
       01  CMP-NEW-FORMAT                  PIC X(01)       VALUE SPACE.
           88  CMP-NEW-VARIABLE            VALUE "V".
       01  CMP-NEW-MAX-LEN                 PIC S9(05)      VALUE 0.
      *> ---------------------- OLD-SIDE TABLE -------------------------
       01  CMP-OLD-TAB.
           05  CMP-OLD-ENTRY               OCCURS 2000 TIMES.
       01  CMP-OLD-OVERFLOW-CNT            PIC 9(06)       VALUE 0.
       01  CMP-NEW-SHORT-CNT               PIC 9(06)       VALUE 0.
       01  CMP-TRAILER-CNT                 PIC 9(06)       VALUE 0.
       01  CMP-OLD-OVERLONG-CNT            PIC 9(06)       VALUE 0.
       01  CMP-NEW-OVERLONG-CNT            PIC 9(06)       VALUE 0.
       01  CMP-OLD-IDX                     PIC 9(04).
       01  CMP-FOUND-IDX                   PIC 9(04)       VALUE 0.
      *> --------------------- COMPARE WORK AREA -----------------------
       01  CMP-DEL-CNT                     PIC 9(08)       VALUE 0.
       01  CMP-FROM-TXT                    PIC ZZZZ9.
       01  CMP-TO-TXT                      PIC ZZZZ9.
       01  CMP-OLD-LEN-TXT                 PIC ZZZZ9.
       01  CMP-NEW-LEN-TXT                 PIC ZZZZ9.
       01  CMP-CNT-TXT                     PIC ZZZZZZZ9.
       01  CMP-OUT-LINE                    PIC X(132)      VALUE SPACES.
       PROCEDURE DIVISION.
               VARYING CMP-OLD-IDX FROM 1 BY 1
               UNTIL CMP-OLD-IDX > CMP-OLD-TOP
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           MOVE CMP-REC-BUF(1:100) TO RLHL-HEADER-RECORD
           MOVE RLHL-KEY-OFFSET TO CMP-KEY-OFFSET
           MOVE RLHL-KEY-LENGTH TO CMP-KEY-LENGTH
           MOVE RLHL-RECORD-FORMAT TO CMP-OLD-FORMAT
           MOVE RLHL-RECORD-LENGTH TO CMP-OLD-MAX-LEN
           IF CMP-KEY-OFFSET < 0 OR CMP-KEY-LENGTH <= 0
               OR CMP-KEY-LENGTH > 64
               DISPLAY "EXTCMP - OLDEXTR KEY CLAIMS UNUSABLE FOR "
                   GO TO 1000-EXIT
           END-READ
           MOVE CMP-REC-BUF(1:100) TO RLHL-HEADER-RECORD
           MOVE RLHL-FILE-ID TO RNL-WS-FILE-ID
           MOVE RLHL-REPLAY-FLAG TO RNL-WS-REPLAY-FLAG
           MOVE RLHL-RECORD-FORMAT TO CMP-NEW-FORMAT
           MOVE RLHL-RECORD-LENGTH TO CMP-NEW-MAX-LEN
           IF RLHL-KEY-OFFSET NOT = CMP-KEY-OFFSET
               OR RLHL-KEY-LENGTH NOT = CMP-KEY-LENGTH
               DISPLAY "EXTCMP - NEWEXTR KEY CLAIMS DISAGREE WITH "
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO CMP-OLD-CNT
           IF CMP-OLD-VARIABLE
               AND CMP-IN-LEN > CMP-OLD-MAX-LEN
               ADD 1 TO CMP-OLD-OVERLONG-CNT
           END-IF
      *> A RECORD TOO SHORT TO CARRY THE KEY WOULD PICK UP STALE
      *> BUFFER BYTES AS ITS KEY - COUNTED OUT INSTEAD.
           IF CMP-IN-LEN > 500
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO CMP-NEW-CNT
           IF CMP-NEW-VARIABLE
               AND CMP-IN-LEN > CMP-NEW-MAX-LEN
               ADD 1 TO CMP-NEW-OVERLONG-CNT
           END-IF
      *> SAME SHORT-RECORD GUARD AS THE OLD SIDE, COUNTED ON ITS OWN
      *> SIDE SO THE SUMMARY NAMES THE RIGHT FILE.
           IF CMP-IN-LEN < CMP-KEY-OFFSET + CMP-KEY-LENGTH
      *  3200-COMPARE-BYTES - A MATCHED PAIR DIFFERING IN LENGTH OR   *
      *  CONTENT IS A DISCREPANCY; THE FIRST AND LAST DIFFERING BYTE  *
      *  POSITIONS BRACKET WHAT MOVED SO THE ANALYST GOES STRAIGHT    *
      *  TO THE FIELD INSTEAD OF A HEX DUMP.  ON A VARIABLE-LENGTH   *
      *  GENERATION A LENGTH CHANGE IS ORDINARY (AN OCCURS DEPENDING  *
      *  ON COUNT MOVED), SO THE PAIR IS COMPARED OVER THE SHORTER    *
      *  LENGTH AND THE RANGE RUNS ON TO THE END OF THE LONGER.       *
      ******************************************************************
       3200-COMPARE-BYTES.
           IF CMP-OLD-LEN(CMP-FOUND-IDX) NOT = CMP-IN-LEN
               AND NOT CMP-OLD-VARIABLE
               AND NOT CMP-NEW-VARIABLE
               ADD 1 TO CMP-DIFF-CNT
               MOVE SPACES TO CMP-OUT-LINE
               STRING "CHANGED KEY=[" DELIMITED BY SIZE
           END-IF
           MOVE 0 TO CMP-FIRST-DIFF
           MOVE 0 TO CMP-LAST-DIFF
           IF CMP-OLD-LEN(CMP-FOUND-IDX) < CMP-IN-LEN
               MOVE CMP-OLD-LEN(CMP-FOUND-IDX) TO CMP-SPAN
           ELSE
               MOVE CMP-IN-LEN TO CMP-SPAN
           END-IF
           PERFORM 3210-COMPARE-ONE-BYTE THRU 3210-EXIT
               VARYING CMP-BYTE-IDX FROM 1 BY 1
               UNTIL CMP-BYTE-IDX > CMP-SPAN
           IF CMP-OLD-LEN(CMP-FOUND-IDX) NOT = CMP-IN-LEN
               PERFORM 3300-REPORT-LENGTH-CHANGE THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF
           IF CMP-FIRST-DIFF = 0
               GO TO 3200-EXIT
           END-IF
           END-IF.
       3210-EXIT.
           EXIT.
      *
      *> EVERY BYTE PAST THE SHORTER RECORD'S END DIFFERS BY
      *> DEFINITION, SO THE RANGE CLOSES AT THE LONGER RECORD'S END.
       3300-REPORT-LENGTH-CHANGE.
           ADD 1 TO CMP-DIFF-CNT
           IF CMP-FIRST-DIFF = 0
               COMPUTE CMP-FIRST-DIFF = CMP-SPAN + 1
           END-IF
           IF CMP-OLD-LEN(CMP-FOUND-IDX) > CMP-IN-LEN
               MOVE CMP-OLD-LEN(CMP-FOUND-IDX) TO CMP-LAST-DIFF
           ELSE
               MOVE CMP-IN-LEN TO CMP-LAST-DIFF
           END-IF
           COMPUTE CMP-FROM-TXT = CMP-FIRST-DIFF - 1
           COMPUTE CMP-TO-TXT   = CMP-LAST-DIFF - 1
           MOVE CMP-OLD-LEN(CMP-FOUND-IDX) TO CMP-OLD-LEN-TXT
           MOVE CMP-IN-LEN TO CMP-NEW-LEN-TXT
           MOVE SPACES TO CMP-OUT-LINE
           STRING "CHANGED KEY=[" DELIMITED BY SIZE
               CMP-NEW-KEY(1:CMP-KEY-LENGTH) DELIMITED BY SIZE
               "] LENGTH" CMP-OLD-LEN-TXT " TO" CMP-NEW-LEN-TXT
               ", BYTES" CMP-FROM-TXT
               " THROUGH" CMP-TO-TXT " DIFFER" DELIMITED BY SIZE
               INTO CMP-OUT-LINE
           END-STRING
           WRITE CMPRPT-RECORD FROM CMP-OUT-LINE.
       3300-EXIT.
           EXIT.
      *
       3500-REPORT-DELETES.
           IF CMP-OLD-MATCHED-SW(CMP-OLD-IDX) = "N"
                   "AND WERE NEVER MATCHED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF CMP-OLD-OVERLONG-CNT > 0
               DISPLAY "EXTCMP - " CMP-OLD-OVERLONG-CNT
                   " OLDEXTR RECORDS ARE LONGER THAN ITS HEADER'S "
                   "MAXIMUM RECORD LENGTH"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF CMP-NEW-OVERLONG-CNT > 0
               DISPLAY "EXTCMP - " CMP-NEW-OVERLONG-CNT
                   " NEWEXTR RECORDS ARE LONGER THAN ITS HEADER'S "
                   "MAXIMUM RECORD LENGTH"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF CMP-TRAILER-CNT > 0
               DISPLAY "EXTCMP - " CMP-TRAILER-CNT
                   " HASH-TOTAL TRAILER RECORDS LEFT OUT OF THE "
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "EXTCMP  " TO RNL-WS-PROGRAM
           MOVE CMP-NEW-CNT      TO RNL-WS-RECORDS-IN
           MOVE CMP-OLD-TOP      TO RNL-WS-TABLE-PEAK (1)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF CMP-OLDEXTR-OPENED
