      **  2024/07/02 DAO   INITIAL VERSION.                            *
      **  2026/08/22 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR).     *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   MONTHLY DISCLOSE REPORT.                   *
      **  2026/10/15 DAO   SKIP A CUSTOMER CONFIRMED AS A DUPLICATE   *
      **                   ON DD DUPSURV (DUPSVWS/DUPSVCK) SO ONLY    *
      **                   ITS SURVIVOR IS LABELED.                   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       01  MAILLBL-RECORD                  PIC X(80).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       FD  DUPSURV-FILE.
       COPY DUPSURV.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  CML-LABEL-CNT                    PIC 9(08)      VALUE 0.
       01  CML-DUP-CNT                      PIC 9(08)      VALUE 0.
       01  CML-UNKNOWN-TYPE-CNT             PIC 9(08)      VALUE 0.
       01  CML-MERGED-CNT                   PIC 9(08)      VALUE 0.
       01  CML-TOTAL-TXT                    PIC ZZZZZZZ9.
       01  CML-LABEL-TXT                    PIC ZZZZZZZ9.
       01  CML-DUP-TXT                      PIC ZZZZZZZ9.
       01  CML-UNKNOWN-TXT                  PIC ZZZZZZZ9.
       01  CML-MERGED-TXT                   PIC ZZZZZZZ9.
       01  CML-OUT-LINE                     PIC X(80)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE SHARED SURVIVORSHIP-CHECK WORK FIELDS - SEE DUPSVWS.cpy.
       COPY DUPSVWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL CML-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO CML-CUSTEXT-OPENED-SW
           END-IF
           PERFORM 7400-LOAD-SURVIVORS THRU 7400-EXIT.
       1000-EXIT.
           EXIT.
      *
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO CML-TOTAL-CNT
           MOVE CUSTOMER-NAME  TO DSV-WS-NAME
           MOVE STREET-ADDRESS TO DSV-WS-STREET
           MOVE ZIP-CODE       TO DSV-WS-ZIP
           PERFORM 7450-CHECK-SURVIVOR THRU 7450-EXIT
           IF DSV-WS-MERGED
               ADD 1 TO CML-MERGED-CNT
               GO TO 2000-EXIT
           END-IF
           MOVE STREET-ADDRESS TO CML-KEY-ADDR
           MOVE CITY           TO CML-KEY-CITY
           MOVE STATE          TO CML-KEY-STATE
           MOVE CML-LABEL-CNT        TO CML-LABEL-TXT
           MOVE CML-DUP-CNT          TO CML-DUP-TXT
           MOVE CML-UNKNOWN-TYPE-CNT TO CML-UNKNOWN-TXT
           MOVE CML-MERGED-CNT       TO CML-MERGED-TXT
           DISPLAY "CUSTMAIL - READ=" CML-TOTAL-TXT
               " LABELED=" CML-LABEL-TXT
               " DUPLICATES-SUPPRESSED=" CML-DUP-TXT
               " UNKNOWN-TYPE=" CML-UNKNOWN-TXT
               " MERGED=" CML-MERGED-TXT
           IF DSV-WS-FAULT-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CML-SEEN-OVERFLOW-CNT > 0
               DISPLAY "CUSTMAIL - WARNING, ADDRESS TABLE FULL, "
                   CML-SEEN-OVERFLOW-CNT
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CML-CUSTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "CUSTMAIL" TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           MOVE CML-TOTAL-CNT TO AXL-WS-RECORDS-READ
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
           IF CML-CUSTEXT-OPENED
