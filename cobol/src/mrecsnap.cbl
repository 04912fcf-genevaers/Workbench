      **                   LOCKCK) AT STARTUP AND RELEASE IT AT END   *
      **                   OF JOB, SO A CONCURRENT MASTER-TOUCHING    *
      **                   RUN CANNOT CORRUPT THE FILE.               *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE     *
      **                   MONTHLY DISCLOSE REPORT.                   *
      **  2026/10/15 DAO   READ THE WIDENED-AMOUNT MASTER (DD         *
      **                   MASTEXTW, MASTRECW) WHEN PRESENT, ELSE DD  *
      **                   MASTEXT, THROUGH THE SHARED                *
      **                   MASTWWS/MASTWNR EITHER-LAYOUT READ; LEAVE  *
      **                   OUT AND FAIL ON AN AMOUNT TOO LARGE FOR    *
      **                   THE HISTORY ROW.                           *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MASTEXT-FILE  ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MSN-MASTEXT-STATUS.
      *> OPTIONAL - THE WIDENED-AMOUNT MASTER (MASTRECW.cpy).  WHEN
      *> IT IS PRESENT THE RUN READS IT INSTEAD OF DD MASTEXT - SEE
      *> MASTWWS.cpy.
           SELECT OPTIONAL MASTEXTW-FILE ASSIGN TO "MASTEXTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT SNAPPRM-FILE  ASSIGN TO "SNAPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSN-SNAPPRM-STATUS.
           SELECT OPTIONAL LOCKAUD-FILE ASSIGN TO "LOCKAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCK-WS-AUD-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTEXT-FILE.
       01  MASTEXT-RECORD                  PIC X(37).
       FD  MASTEXTW-FILE.
       01  MASTEXTW-RECORD                 PIC X(39).
       FD  SNAPPRM-FILE.
       01  SNAPPRM-RECORD.
           05  MSN-PARM-PERIOD             PIC 9(06).
       COPY LOCKREC.
       FD  LOCKAUD-FILE.
       COPY LOCKAREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED AUTHORIZATION-CHECK WORK FIELDS - SEE AUTHWS.cpy.
       COPY AUTHWS.
      *> THE SHARED MASTER-LOCK WORK FIELDS - SEE LOCKWS.cpy.
       COPY LOCKWS.
      *> THE MASTER RECORD IN EITHER LAYOUT - SEE MASTWWS.cpy.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  MSN-MASTEXT-STATUS              PIC XX.
           88  MSN-MASTEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES MSN-MASTEXT-STATUS TO "10",
       01  MSN-DUP-PERIOD-SW               PIC X(01)       VALUE "N".
           88  MSN-DUP-PERIOD              VALUE "Y".
       01  MSN-LOADED-CNT                  PIC 9(08)       VALUE 0.
       01  MSN-SIZE-ERR-CNT                PIC 9(08)       VALUE 0.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "MRECSNAP" TO AUT-WS-FUNCTION
           PERFORM 2000-APPEND-ONE-SNAPSHOT THRU 2000-EXIT
               UNTIL MSN-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-OPEN-MASTER - THE WIDENED MASTER WINS WHEN ITS DD IS    *
      *  PRESENT; OTHERWISE THE RUN IS ON THE OLD LAYOUT AS ALWAYS.   *
      ******************************************************************
       1050-OPEN-MASTER.
           OPEN INPUT MASTEXTW-FILE
           IF MASTW-OK
               MOVE "W" TO MASTW-LAYOUT-SW
               MOVE "Y" TO MASTW-OPENED-SW
               GO TO 1050-EXIT
           END-IF
           IF NOT MASTW-ABSENT
               DISPLAY "MRECSNAP - UNABLE TO OPEN MASTEXTW, STATUS="
                   MASTW-STATUS
               MOVE "Y" TO MSN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           CLOSE MASTEXTW-FILE
           OPEN INPUT MASTEXT-FILE
           IF NOT MSN-MASTEXT-OK
               DISPLAY "MRECSNAP - UNABLE TO OPEN MASTEXT, STATUS="
                   MSN-MASTEXT-STATUS
               MOVE "Y" TO MSN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           MOVE "Y" TO MSN-MASTEXT-OPENED-SW.
       1050-EXIT.
           EXIT.
      *
       1100-SCAN-FOR-PERIOD.
           READ MASTHIST-FILE
           IF MSN-EOF
               GO TO 1200-EXIT
           END-IF
           PERFORM 1050-OPEN-MASTER THRU 1050-EXIT
           IF MSN-EOF
               GO TO 1200-EXIT
           END-IF
           OPEN EXTEND MASTHIST-FILE
           IF NOT MSN-MASTHIST-OK
               DISPLAY "MRECSNAP - UNABLE TO EXTEND MASTHIST, "
           EXIT.
      *
       2000-APPEND-ONE-SNAPSHOT.
           IF MASTW-WIDE-LAYOUT
               READ MASTEXTW-FILE INTO MASTER-REC-W
                   AT END
                       MOVE "Y" TO MSN-EOF-SW
               END-READ
           ELSE
               READ MASTEXT-FILE INTO MASTER_REC
                   AT END
                       MOVE "Y" TO MSN-EOF-SW
               END-READ
           END-IF
           IF MSN-EOF
               GO TO 2000-EXIT
           END-IF
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           MOVE MSN-PERIOD   TO MSH-PERIOD
           MOVE ACCOUNT_NO   TO MSH-ACCOUNT-NO
           MOVE REC_TYPE     TO MSH-REC-TYPE
      *> A WIDENED BALANCE THE HISTORY ROW CANNOT CARRY IS NEVER
      *> SNAPSHOT TRUNCATED - THE ACCOUNT IS LEFT OUT OF THE PERIOD
      *> AND THE RUN FAILS.
           COMPUTE MSH-AMOUNT = MASTW-AMOUNT
               ON SIZE ERROR
                   DISPLAY "MRECSNAP - ACCOUNT " ACCOUNT_NO
                       " AMOUNT TOO LARGE FOR MASTHIST - NOT SNAPSHOT"
                   ADD 1 TO MSN-SIZE-ERR-CNT
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-COMPUTE
           MOVE MASTER-DATE  TO MSH-MASTER-DATE
           MOVE OTHER-DATE   TO MSH-OTHER-DATE
           MOVE ACT_TYPE     TO MSH-ACT-TYPE
      *
       4000-SUMMARIZE.
           DISPLAY "MRECSNAP - " MSN-LOADED-CNT
               " ACCOUNTS SNAPSHOT INTO PERIOD " MSN-PERIOD
           IF MSN-SIZE-ERR-CNT > 0
               DISPLAY "MRECSNAP - " MSN-SIZE-ERR-CNT
                   " ACCOUNTS LEFT OUT - AMOUNT TOO LARGE FOR MASTHIST"
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *
      *> SHARED MASTER-LOCK PARAGRAPHS - SEE LOCKCK.cpy.
       COPY LOCKCK.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT MSN-MASTEXT-OPENED AND NOT MASTW-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECSNAP" TO AXL-WS-PROGRAM
           IF MASTW-OPENED
               MOVE "MASTEXTW" TO AXL-WS-EXTRACT-DD
           ELSE
               MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           END-IF
           MOVE MSN-LOADED-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF MSN-MASTEXT-OPENED
               CLOSE MASTEXT-FILE
           END-IF
           IF MASTW-OPENED
               CLOSE MASTEXTW-FILE
           END-IF
           IF MSN-MASTHIST-OPENED
               CLOSE MASTHIST-FILE
           END-IF
