      **                   AND ACT_TYPE THROUGH THE CALLABLE CODEDEC  *
      **                   DECODE MODULE - THE LAMINATED CHEAT SHEET  *
      **                   RETIRES.                                   *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   MONTHLY DISCLOSE REPORT.                   *
      **  2026/10/15 DAO   READ THE WIDENED-AMOUNT MASTER (DD         *
      **                   EXTRACTW, MASTRECW) WHEN PRESENT, ELSE DD  *
      **                   EXTRACT, THROUGH THE SHARED                *
      **                   MASTWWS/MASTWNR EITHER-LAYOUT READ; COUNT  *
      **                   AND FAIL ON A COMBINATION AMOUNT SIZE      *
      **                   ERROR; WIDEN THE REPORT LINE SO THE        *
      **                   AMOUNT COLUMN IS NOT CUT OFF.              *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXTRACT-FILE  ASSIGN TO "EXTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MXT-EXTRACT-STATUS.
      *> OPTIONAL - THE WIDENED-AMOUNT MASTER (MASTRECW.cpy).  WHEN
      *> IT IS PRESENT THE RUN READS IT INSTEAD OF DD EXTRACT - SEE
      *> MASTWWS.cpy.
           SELECT OPTIONAL EXTRACTW-FILE ASSIGN TO "EXTRACTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT XTABRPT-FILE  ASSIGN TO "XTABRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MXT-XTABRPT-STATUS.
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
       FD  XTABRPT-FILE.
       01  XTABRPT-RECORD                  PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE MASTER RECORD IN EITHER LAYOUT - SEE MASTWWS.cpy.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  MXT-EXTRACT-STATUS              PIC XX.
           88  MXT-EXTRACT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES MXT-EXTRACT-STATUS TO "10",
           88  MXT-FOUND                   VALUE "Y".
       01  MXT-OVERFLOW-CNT                PIC 9(04)      VALUE 0.
       01  MXT-OVERFLOW-TXT                PIC ZZZ9.
      *> RECORDS WHOSE AMOUNT WOULD HAVE OVERFLOWED THEIR ROW TOTAL -
      *> COUNTED, BUT NEVER ADDED TRUNCATED.
       01  MXT-SIZE-ERR-CNT                PIC 9(04)      VALUE 0.
       01  MXT-TOTAL-CNT                   PIC 9(08)      VALUE 0.
       01  MXT-TOTAL-TXT                   PIC ZZZZZZZ9.
       01  MXT-COUNT-TXT                   PIC ZZZZZZZ9.
       01  MXT-AMOUNT-TXT                  PIC -999999999.99.
       01  MXT-OUT-LINE                    PIC X(100)     VALUE SPACES.
      *> THE CALLABLE DECODE MODULE'S PARAMETER AREA - SEE
      *> DECODPRM.cpy.
       COPY DECODPRM.
       01  MXT-REC-DESC                    PIC X(12)      VALUE SPACES.
       01  MXT-ACT-DESC                    PIC X(12)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TABULATE-RECORDS THRU 2000-EXIT
               UNTIL MXT-EOF
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT XTABRPT-FILE
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
               DISPLAY "MRECXTAB - UNABLE TO OPEN EXTRACTW, STATUS="
                   MASTW-STATUS
               MOVE "Y" TO MXT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           CLOSE EXTRACTW-FILE
           OPEN INPUT EXTRACT-FILE
           IF NOT MXT-EXTRACT-OK
               DISPLAY "MRECXTAB - UNABLE TO OPEN EXTRACT, STATUS="
                   MXT-EXTRACT-STATUS
               MOVE "Y" TO MXT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           MOVE "Y" TO MXT-EXTRACT-OPENED-SW.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *  TABLE ENTRY FOR ITS REC_TYPE/ACT_TYPE/OTHER_TYPE TRIPLE.      *
      ******************************************************************
       2000-TABULATE-RECORDS.
           IF MASTW-WIDE-LAYOUT
               READ EXTRACTW-FILE INTO MASTER-REC-W
                   AT END
                       MOVE "Y" TO MXT-EOF-SW
               END-READ
           ELSE
               READ EXTRACT-FILE INTO MASTER_REC
                   AT END
                       MOVE "Y" TO MXT-EOF-SW
               END-READ
           END-IF
           IF MXT-EOF
               GO TO 2000-EXIT
           END-IF
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           ADD 1 TO MXT-TOTAL-CNT
           PERFORM 2100-FIND-OR-ADD-COMBO THRU 2100-EXIT.
       2000-EXIT.
               END-IF
           END-IF
           ADD 1      TO MXT-COMBO-COUNT(MXT-COMBO-IDX)
           ADD MASTW-AMOUNT TO MXT-COMBO-AMOUNT(MXT-COMBO-IDX)
               ON SIZE ERROR
                   ADD 1 TO MXT-SIZE-ERR-CNT
           END-ADD.
       2100-EXIT.
           EXIT.
      *
                   " RECORDS CARRIED A NEW COMBINATION THAT COULD NOT "
                   "BE TABULATED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF MXT-SIZE-ERR-CNT > 0
               MOVE MXT-SIZE-ERR-CNT TO MXT-OVERFLOW-TXT
               DISPLAY "MRECXTAB - " MXT-OVERFLOW-TXT
                   " RECORDS WOULD HAVE OVERFLOWED THEIR COMBINATION "
                   "AMOUNT AND WERE NOT ADDED - AMOUNTS ARE INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
           WRITE XTABRPT-RECORD FROM MXT-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT MXT-EXTRACT-OPENED AND NOT MASTW-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECXTAB" TO AXL-WS-PROGRAM
           IF MASTW-OPENED
               MOVE "EXTRACTW" TO AXL-WS-EXTRACT-DD
           ELSE
               MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           END-IF
           MOVE MXT-TOTAL-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF MXT-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF
           IF MASTW-OPENED
               CLOSE EXTRACTW-FILE
           END-IF
           CLOSE XTABRPT-FILE.
