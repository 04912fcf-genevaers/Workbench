      **                   FILE-ID, SO THE LOAD CONFIRMATION TRAIL     *
      **                   (LOADCONF/RTEAGING) CAN PAIR DECISIONS TO   *
      **                   RECEIPTS INSTEAD OF THE TRAIL ENDING HERE.  *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ROUTEOUT-FILE ASSIGN TO "ROUTEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTE-ROUTEOUT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(100).
       FD  ROUTEOUT-FILE.
       COPY ROUTEREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  RTE-EXTRACT-STATUS              PIC XX.
           88  RTE-EXTRACT-OK              VALUE "00".
       01  RTE-ROUTEOUT-STATUS             PIC XX.
      *> THE HEADER READ'S AT END LEAVES RTE-EXTRACT-STATUS AT "10",
      *> SO WHETHER THE EXTRACT WAS OPENED FOR THE ACCESS LOG IS KEPT
      *> HERE RATHER THAN RE-TESTED FROM THE LIVE STATUS.
       01  RTE-EXTRACT-OPENED-SW           PIC X(01)       VALUE "N".
           88  RTE-EXTRACT-OPENED          VALUE "Y".
       01  RTE-READ-CNT                    PIC 9(09)       VALUE 0.
       01  RTE-EOF-SW                      PIC X(01)       VALUE "N".
           88  RTE-EOF                     VALUE "Y".
       COPY RLHL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-DETERMINE-ROUTE THRU 2000-EXIT
           PERFORM 3000-WRITE-ROUTE THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO RTE-EXTRACT-OPENED-SW
           READ EXTRACT-FILE INTO RLHL-HEADER-RECORD
               AT END
                   DISPLAY "RLHLRTE - EXTRACT FILE IS EMPTY"
                   MOVE "Y" TO RTE-EOF-SW
                   MOVE 16 TO RETURN-CODE
               NOT AT END
                   ADD 1 TO RTE-READ-CNT
           END-READ.
       1000-EXIT.
           EXIT.
           DISPLAY "RLHLRTE - ROUTED TO " RTE-LOAD-PROGRAM.
       3000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT RTE-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "RLHLRTE " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE RTE-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF RTE-EXTRACT-OK
