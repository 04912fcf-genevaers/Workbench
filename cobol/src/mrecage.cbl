      **  2026/09/02 DAO   BUCKET BY WORKING DAYS THROUGH THE SHARED  *
      **                   CALWS/CALCK SHOP-CALENDAR SERVICE (DD      *
      **                   SHOPCAL) INSTEAD OF RAW CALENDAR DAYS.     *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   MONTHLY DISCLOSE REPORT.                   *
      **  2026/10/15 DAO   READ THE WIDENED-AMOUNT MASTER (DD         *
      **                   EXTRACTW, MASTRECW) WHEN PRESENT, ELSE DD  *
      **                   EXTRACT, THROUGH THE SHARED                *
      **                   MASTWWS/MASTWNR EITHER-LAYOUT READ.        *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXTRACT-FILE  ASSIGN TO "EXTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAG-EXTRACT-STATUS.
      *> OPTIONAL - THE WIDENED-AMOUNT MASTER (MASTRECW.cpy).  WHEN
      *> IT IS PRESENT THE RUN READS IT INSTEAD OF DD EXTRACT - SEE
      *> MASTWWS.cpy.
           SELECT OPTIONAL EXTRACTW-FILE ASSIGN TO "EXTRACTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT AGERPT-FILE   ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAG-AGERPT-STATUS.
           SELECT OPTIONAL SHOPCAL-FILE ASSIGN TO "SHOPCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-WS-CAL-STATUS.
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
       FD  AGERPT-FILE.
       01  AGERPT-RECORD                   PIC X(132).
       FD  MASTLOCK-FILE.
       COPY LOCKAREC.
       FD  SHOPCAL-FILE.
       COPY CALREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED MASTER-LOCK WORK FIELDS - SEE LOCKWS.cpy.
       COPY LOCKWS.
      *> THE SHARED BUSINESS-DAY CALENDAR WORK FIELDS - SEE CALWS.cpy.
       COPY CALWS.
      *> THE MASTER RECORD IN EITHER LAYOUT - SEE MASTWWS.cpy.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  MAG-REC-CCYYMMDD                PIC 9(08)       VALUE 0.
       01  MAG-EXTRACT-STATUS              PIC XX.
           88  MAG-EXTRACT-OK              VALUE "00".
       01  MAG-AMT-TXT                     PIC -(12)9.99.
       01  MAG-OUT-LINE                    PIC X(132)      VALUE SPACES.
       01  MAG-LINE-POS                    PIC 9(03)       VALUE 1.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AGE-ONE-RECORD THRU 2000-EXIT
               UNTIL MAG-EOF
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           PERFORM 1100-CLEAR-ONE-GRAND THRU 1100-EXIT
               VARYING MAG-BKT-IDX FROM 1 BY 1
               UNTIL MAG-BKT-IDX > 5
           OPEN OUTPUT AGERPT-FILE
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
               DISPLAY "MRECAGE - UNABLE TO OPEN EXTRACTW, STATUS="
                   MASTW-STATUS
               MOVE "Y" TO MAG-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           CLOSE EXTRACTW-FILE
           OPEN INPUT EXTRACT-FILE
           IF NOT MAG-EXTRACT-OK
               DISPLAY "MRECAGE - UNABLE TO OPEN EXTRACT, STATUS="
                   MAG-EXTRACT-STATUS
               MOVE "Y" TO MAG-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           MOVE "Y" TO MAG-EXTRACT-OPENED-SW.
       1050-EXIT.
           EXIT.
      *
       1100-CLEAR-ONE-GRAND.
      *  THE RECORD'S REC_TYPE.                                       *
      ******************************************************************
       2000-AGE-ONE-RECORD.
           IF MASTW-WIDE-LAYOUT
               READ EXTRACTW-FILE INTO MASTER-REC-W
                   AT END
                       MOVE "Y" TO MAG-EOF-SW
               END-READ
           ELSE
               READ EXTRACT-FILE INTO MASTER_REC
                   AT END
                       MOVE "Y" TO MAG-EOF-SW
               END-READ
           END-IF
           IF MAG-EOF
               GO TO 2000-EXIT
           END-IF
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           ADD 1 TO MAG-TOTAL-CNT
           MOVE DATE-YY TO CENTPVT-YY-IN
           PERFORM 8900-CENTURY-WINDOW THRU 8900-EXIT
           END-EVALUATE
           PERFORM 2100-FIND-OR-ADD-TYPE THRU 2100-EXIT
           IF MAG-CUR-TYPE-IDX NOT = 0
               ADD MASTW-AMOUNT TO
                   MAG-TYPE-BUCKET(MAG-CUR-TYPE-IDX MAG-BUCKET-IDX)
               ADD MASTW-AMOUNT TO MAG-GRAND-BUCKET(MAG-BUCKET-IDX)
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *> SHARED BUSINESS-DAY CALENDAR PARAGRAPHS - SEE CALCK.cpy.
       COPY CALCK.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT MAG-EXTRACT-OPENED AND NOT MASTW-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECAGE " TO AXL-WS-PROGRAM
           IF MASTW-OPENED
               MOVE "EXTRACTW" TO AXL-WS-EXTRACT-DD
           ELSE
               MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           END-IF
           MOVE MAG-TOTAL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF MAG-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF
           IF MASTW-OPENED
               CLOSE EXTRACTW-FILE
           END-IF
           CLOSE AGERPT-FILE
           PERFORM 8450-RELEASE-LOCK THRU 8450-EXIT.
