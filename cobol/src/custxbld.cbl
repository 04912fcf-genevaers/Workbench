      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   CARRYING THE ACCOUNT AND LINK TABLES' PEAK *
      **                   FILL FOR CAPMON.                           *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   MONTHLY DISCLOSE REPORT.                   *
      **  2026/10/15 DAO   MATCH A CUSTOMER CONFIRMED AS A DUPLICATE  *
      **                   ON DD DUPSURV (DUPSVWS/DUPSVCK) UNDER ITS  *
      **                   SURVIVOR'S NAME AND ADDRESS, SO BOTH LINK  *
      **                   TO THE ONE CUSTOMER.                       *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT XBLDRPT-FILE  ASSIGN TO "XBLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CXB-XBLDRPT-STATUS.
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
       COPY CUSTXREF.
       FD  XBLDRPT-FILE.
       01  XBLDRPT-RECORD                  PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       FD  DUPSURV-FILE.
       COPY DUPSURV.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  CXB-CUSTEXT-STATUS              PIC XX.
           88  CXB-CUSTEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES CXB-CUSTEXT-STATUS TO "10",
       01  CXB-FUZZY-CNT                   PIC 9(06)       VALUE 0.
       01  CXB-UNMATCHED-CNT               PIC 9(06)       VALUE 0.
       01  CXB-DUP-CNT                     PIC 9(06)       VALUE 0.
       01  CXB-MERGED-CNT                  PIC 9(06)       VALUE 0.
       01  CXB-OUT-LINE                    PIC X(110)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE SHARED SURVIVORSHIP-CHECK WORK FIELDS - SEE DUPSVWS.cpy.
       COPY DUPSVWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROPOSE-ONE-CUSTOMER THRU 2000-EXIT
               UNTIL CXB-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           MOVE "Y" TO CXB-CUSTEXT-OPENED-SW
           IF NOT CXB-CUSTXREF-OK
               MOVE "Y" TO CXB-XRF-EOF-SW
           END-IF
           PERFORM 7400-LOAD-SURVIVORS THRU 7400-EXIT.
       1000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  2000-PROPOSE-ONE-CUSTOMER - EXACT BEATS FUZZY; EITHER WAY    *
      *  A PAIR ALREADY ON THE BRIDGE IS NOT PROPOSED TWICE.  A       *
      *  MERGED DUPLICATE FIRST TAKES ITS SURVIVOR'S NAME AND         *
      *  ADDRESS, SO IT LANDS ON THE SURVIVOR'S LINK.                 *
      ******************************************************************
       2000-PROPOSE-ONE-CUSTOMER.
           READ CUSTEXT-FILE
                   MOVE "Y" TO CXB-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO DSV-WS-NAME
           MOVE STREET-ADDRESS OF CUSTOMER-RECORD TO DSV-WS-STREET
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO DSV-WS-ZIP
           PERFORM 7450-CHECK-SURVIVOR THRU 7450-EXIT
           IF DSV-WS-MERGED
               ADD 1 TO CXB-MERGED-CNT
               MOVE DSV-WS-SV-NAME (DSV-WS-HIT)
                   TO CUSTOMER-NAME OF CUSTOMER-RECORD
               MOVE DSV-WS-SV-STREET (DSV-WS-HIT)
                   TO STREET-ADDRESS OF CUSTOMER-RECORD
               MOVE DSV-WS-SV-CITY (DSV-WS-HIT)
                   TO CITY OF CUSTOMER-RECORD
               MOVE DSV-WS-SV-STATE (DSV-WS-HIT)
                   TO STATE OF CUSTOMER-RECORD
               MOVE DSV-WS-SV-ZIP (DSV-WS-HIT)
                   TO ZIP-CODE OF CUSTOMER-RECORD
           END-IF
           MOVE 0 TO CXB-HIT
           MOVE SPACE TO CXB-MATCH-CD
           PERFORM 2100-MATCH-EXACT THRU 2100-EXIT
           DISPLAY "CUSTXBLD - " CXB-EXACT-CNT " EXACT PROPOSALS, "
               CXB-FUZZY-CNT " FUZZY (AWAIT CONFIRMATION), "
               CXB-DUP-CNT " ALREADY LINKED, "
               CXB-UNMATCHED-CNT " UNMATCHED"
           DISPLAY "CUSTXBLD - " CXB-MERGED-CNT
               " MERGED DUPLICATES MATCHED AS THEIR SURVIVOR"
           IF DSV-WS-FAULT-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "CUSTXBLD" TO RNL-WS-PROGRAM
           COMPUTE RNL-WS-RECORDS-IN = CXB-EXACT-CNT + CXB-FUZZY-CNT
               + CXB-DUP-CNT + CXB-UNMATCHED-CNT
           COMPUTE RNL-WS-RECORDS-OUT = CXB-EXACT-CNT + CXB-FUZZY-CNT
           MOVE CXB-ACN-CNT      TO RNL-WS-TABLE-PEAK (1)
           MOVE CXB-XRF-CNT      TO RNL-WS-TABLE-PEAK (2)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CXB-CUSTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "CUSTXBLD" TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           COMPUTE AXL-WS-RECORDS-READ = CXB-EXACT-CNT
               + CXB-FUZZY-CNT + CXB-DUP-CNT + CXB-UNMATCHED-CNT
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
           IF CXB-CUSTEXT-OPENED
