      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   CARRYING THE HOUSEHOLD TABLE'S PEAK FILL   *
      **                   FOR CAPMON.                                *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   MONTHLY DISCLOSE REPORT.                   *
      **  2026/10/15 DAO   DROP A CUSTOMER CONFIRMED AS A DUPLICATE   *
      **                   ON DD DUPSURV (DUPSVWS/DUPSVCK) BEFORE     *
      **                   HOUSING, SO IT NEVER HOLDS THE ENVELOPE.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HHLDRPT-FILE  ASSIGN TO "HHLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HHL-HHLDRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
      *> OPTIONAL - THE CUSTOMER SURVIVORSHIP FILE, SEE DUPSVWS.cpy.
           SELECT OPTIONAL DUPSURV-FILE ASSIGN TO "DUPSURV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSV-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTEXT-FILE.
           REPLACING CUSTOMER-RECORD BY HHLDOUT-RECORD.
       FD  HHLDRPT-FILE.
       01  HHLDRPT-RECORD                  PIC X(100).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       FD  DUPSURV-FILE.
       COPY DUPSURV.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  HHL-CUSTEXT-STATUS              PIC XX.
           88  HHL-CUSTEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES HHL-CUSTEXT-STATUS TO "10",
      *> ----------------------- COUNTERS ------------------------------
       01  HHL-IN-CNT                      PIC 9(08)       VALUE 0.
       01  HHL-SUPPRESSED-CNT              PIC 9(08)       VALUE 0.
       01  HHL-MERGED-CNT                  PIC 9(08)       VALUE 0.
       01  HHL-REPLACE-SW                  PIC X(01)       VALUE "N".
       01  HHL-OVERFLOW-CNT                PIC 9(06)       VALUE 0.
       01  HHL-HH-TXT                      PIC 9(04)       VALUE 0.
       01  HHL-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE SHARED SURVIVORSHIP-CHECK WORK FIELDS - SEE DUPSVWS.cpy.
       COPY DUPSVWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
               VARYING HHL-HX FROM 1 BY 1
               UNTIL HHL-HX > HHL-HH-CNT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO HHL-CUSTEXT-OPENED-SW
           PERFORM 7400-LOAD-SURVIVORS THRU 7400-EXIT.
       1000-EXIT.
           EXIT.
      *
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO HHL-IN-CNT
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO DSV-WS-NAME
           MOVE STREET-ADDRESS OF CUSTOMER-RECORD TO DSV-WS-STREET
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO DSV-WS-ZIP
           PERFORM 7450-CHECK-SURVIVOR THRU 7450-EXIT
           IF DSV-WS-MERGED
               ADD 1 TO HHL-MERGED-CNT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-STANDARDIZE-ADDRESS THRU 2100-EXIT
           MOVE 0 TO HHL-HIT
           PERFORM 2200-MATCH-ONE-HOUSEHOLD THRU 2200-EXIT
           STRING "PIECES IN=" HHL-IN-CNT
               " HOUSEHOLDS=" HHL-HH-TXT
               " SUPPRESSED=" HHL-SUPPRESSED-CNT
               " MERGED=" HHL-MERGED-CNT
               DELIMITED BY SIZE INTO HHL-OUT-LINE
           END-STRING
           WRITE HHLDRPT-RECORD FROM HHL-OUT-LINE
           DISPLAY "MAILHHLD - " HHL-IN-CNT " PIECES IN, "
               HHL-HH-CNT " HOUSEHOLDS, "
               HHL-SUPPRESSED-CNT " PIECES SUPPRESSED, "
               HHL-MERGED-CNT " MERGED DUPLICATES DROPPED"
           IF DSV-WS-FAULT-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF HHL-OVERFLOW-CNT > 0
               DISPLAY "MAILHHLD - " HHL-OVERFLOW-CNT
                   " PIECES EXCEEDED THE HOUSEHOLD TABLE AND "
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "MAILHHLD" TO RNL-WS-PROGRAM
           MOVE HHL-IN-CNT       TO RNL-WS-RECORDS-IN
           MOVE HHL-HH-CNT       TO RNL-WS-RECORDS-OUT
           MOVE HHL-SUPPRESSED-CNT TO RNL-WS-RECORDS-SUSP
           MOVE HHL-HH-CNT       TO RNL-WS-TABLE-PEAK (1)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT HHL-CUSTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MAILHHLD" TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           MOVE HHL-IN-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
      *> SHARED SURVIVORSHIP-CHECK PARAGRAPHS - SEE DUPSVCK.cpy.
       COPY DUPSVCK.
      *
       9000-TERMINATE.
           IF HHL-CUSTEXT-OPENED
