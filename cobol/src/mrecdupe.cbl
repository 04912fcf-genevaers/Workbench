      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **  2026/10/15 DAO   READ THE WIDENED-AMOUNT MASTER (DD          *
      **                   EXTRACTW, MASTRECW) WHEN PRESENT, ELSE DD   *
      **                   EXTRACT, THROUGH THE SHARED                 *
      **                   MASTWWS/MASTWNR EITHER-LAYOUT READ; WIDEN   *
      **                   THE SEEN-TABLE AMOUNT AND THE REPORT LINE.  *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXTRACT-FILE  ASSIGN TO "EXTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MDU-EXTRACT-STATUS.
      *> OPTIONAL - THE WIDENED-AMOUNT MASTER (MASTRECW.cpy).  WHEN
      *> IT IS PRESENT THE RUN READS IT INSTEAD OF DD EXTRACT - SEE
      *> MASTWWS.cpy.
           SELECT OPTIONAL EXTRACTW-FILE ASSIGN TO "EXTRACTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT DUPERPT-FILE  ASSIGN TO "DUPERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MDU-DUPERPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(37).
       FD  EXTRACTW-FILE.
       01  EXTRACTW-RECORD                 PIC X(39).
       FD  DUPERPT-FILE.
       01  DUPERPT-RECORD                  PIC X(110).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE MASTER RECORD IN EITHER LAYOUT - SEE MASTWWS.cpy.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  MDU-EXTRACT-STATUS              PIC XX.
           88  MDU-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES MDU-EXTRACT-STATUS TO "10",
           05  MDU-SEEN-ENTRY              OCCURS 2000 TIMES.
               10  MDU-SEEN-ACCOUNT         PIC X(09).
               10  MDU-SEEN-REC-TYPE        PIC X(01).
               10  MDU-SEEN-AMOUNT          PIC S9(9)V99  COMP-3.
       01  MDU-SEEN-TOP                    PIC 9(04)       VALUE 0.
       01  MDU-SEEN-OVERFLOW-CNT           PIC 9(06)       VALUE 0.
       01  MDU-SEEN-IDX                    PIC 9(04).
       01  MDU-FOUND-IDX                   PIC 9(04)       VALUE 0.
       01  MDU-TOTAL-CNT                   PIC 9(08)       VALUE 0.
       01  MDU-DUP-CNT                     PIC 9(06)       VALUE 0.
       01  MDU-FIRST-AMT-TXT               PIC -(9)9.99.
       01  MDU-THIS-AMT-TXT                PIC -(9)9.99.
       01  MDU-OUT-LINE                    PIC X(110)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
               UNTIL MDU-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT DUPERPT-FILE
           PERFORM 1050-OPEN-MASTER THRU 1050-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-OPEN-MASTER - THE WIDENED MASTER WINS WHEN ITS DD IS    *
      *  PRESENT; OTHERWISE THE RUN IS ON THE OLD LAYOUT AS ALWAYS.   *
      ******************************************************************
       1050-OPEN-MASTER.
           OPEN INPUT EXTRACTW-FILE
           IF MASTW-OK
               MOVE "W" TO MASTW-LAYOUT-SW
               MOVE "Y" TO MASTW-OPENED-SW
               GO TO 1050-EXIT
           END-IF
           IF NOT MASTW-ABSENT
               DISPLAY "MRECDUPE - UNABLE TO OPEN EXTRACTW, STATUS="
                   MASTW-STATUS
               MOVE "Y" TO MDU-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           CLOSE EXTRACTW-FILE
           OPEN INPUT EXTRACT-FILE
           IF NOT MDU-EXTRACT-OK
               DISPLAY "MRECDUPE - UNABLE TO OPEN EXTRACT, STATUS="
                   MDU-EXTRACT-STATUS
               MOVE "Y" TO MDU-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           MOVE "Y" TO MDU-EXTRACT-OPENED-SW.
       1050-EXIT.
           EXIT.
      *
       2000-SCAN-ONE-RECORD.
           IF MASTW-WIDE-LAYOUT
               READ EXTRACTW-FILE INTO MASTER-REC-W
                   AT END
                       MOVE "Y" TO MDU-EOF-SW
               END-READ
           ELSE
               READ EXTRACT-FILE INTO MASTER_REC
                   AT END
                       MOVE "Y" TO MDU-EOF-SW
               END-READ
           END-IF
           IF MDU-EOF
               GO TO 2000-EXIT
           END-IF
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           ADD 1 TO MDU-TOTAL-CNT
           MOVE 0 TO MDU-FOUND-IDX
           PERFORM 2100-SEARCH-ONE-SEEN THRU 2100-EXIT
               ADD 1 TO MDU-DUP-CNT
               MOVE MDU-SEEN-AMOUNT(MDU-FOUND-IDX)
                   TO MDU-FIRST-AMT-TXT
               MOVE MASTW-AMOUNT TO MDU-THIS-AMT-TXT
               MOVE SPACES TO MDU-OUT-LINE
               STRING "ACCOUNT " ACCOUNT_NO
                   " DUPLICATED - FIRST REC_TYPE="
               ADD 1 TO MDU-SEEN-TOP
               MOVE ACCOUNT_NO TO MDU-SEEN-ACCOUNT(MDU-SEEN-TOP)
               MOVE REC_TYPE   TO MDU-SEEN-REC-TYPE(MDU-SEEN-TOP)
               MOVE MASTW-AMOUNT TO MDU-SEEN-AMOUNT(MDU-SEEN-TOP)
           ELSE
               ADD 1 TO MDU-SEEN-OVERFLOW-CNT
           END-IF.
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT MDU-EXTRACT-OPENED AND NOT MASTW-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECDUPE" TO AXL-WS-PROGRAM
           IF MASTW-OPENED
               MOVE "EXTRACTW" TO AXL-WS-EXTRACT-DD
           ELSE
               MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           END-IF
           MOVE MDU-TOTAL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF MDU-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF
           IF MASTW-OPENED
               CLOSE EXTRACTW-FILE
           END-IF
           CLOSE DUPERPT-FILE.
