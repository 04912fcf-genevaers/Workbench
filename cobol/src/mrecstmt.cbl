      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **  2026/10/15 DAO   READ THE WIDENED-AMOUNT MASTER (DD          *
      **                   MASTEXTW, MASTRECW) WHEN PRESENT, ELSE DD   *
      **                   MASTEXT, THROUGH THE SHARED                 *
      **                   MASTWWS/MASTWNR EITHER-LAYOUT READ; WIDEN   *
      **                   THE MASTER AMOUNT THE CLOSING BALANCE TIES  *
      **                   TO.                                         *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MASTEXT-FILE  ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STM-MASTEXT-STATUS.
      *> OPTIONAL - THE WIDENED-AMOUNT MASTER (MASTRECW.cpy).  WHEN
      *> IT IS PRESENT THE RUN READS IT INSTEAD OF DD MASTEXT - SEE
      *> MASTWWS.cpy.
           SELECT OPTIONAL MASTEXTW-FILE ASSIGN TO "MASTEXTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT MASTHIST-FILE ASSIGN TO "MASTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STM-MASTHIST-STATUS.
           SELECT STMTRPT-FILE  ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-STMTRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STMPRM-FILE.
           05  STM-PARM-FROM               PIC 9(06).
           05  STM-PARM-TO                 PIC 9(06).
       FD  MASTEXT-FILE.
       01  MASTEXT-RECORD                  PIC X(37).
       FD  MASTEXTW-FILE.
       01  MASTEXTW-RECORD                 PIC X(39).
       FD  MASTHIST-FILE.
       COPY MASTHREC.
       FD  STMTRPT-FILE.
       01  STMTRPT-RECORD                  PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  STM-STMPRM-STATUS               PIC XX.
           88  STM-STMPRM-OK               VALUE "00".
      *> THE MASTER RECORD IN EITHER LAYOUT - SEE MASTWWS.cpy.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  STM-MASTEXT-STATUS              PIC XX.
           88  STM-MASTEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES STM-MASTEXT-STATUS TO "10",
       01  STM-PREV-AMT                    PIC S9(06)V99   VALUE 0.
       01  STM-ACTIVITY                    PIC S9(06)V99   VALUE 0.
       01  STM-CLOSING                     PIC S9(06)V99   VALUE 0.
       01  STM-MASTER-AMT                  PIC S9(09)V99   VALUE 0.
       01  STM-AMT-TXT                     PIC -ZZZZZ9.99.
       01  STM-ACT-TXT                     PIC -ZZZZZZZZ9.99.
       01  STM-STMT-CNT                    PIC 9(06)       VALUE 0.
       01  STM-MAST-READ-CNT               PIC 9(08)       VALUE 0.
       01  STM-EXC-CNT                     PIC 9(06)       VALUE 0.
       01  STM-OVERFLOW-CNT                PIC 9(06)       VALUE 0.
      *> EXCEPTIONS ARE GATHERED AND PRINTED AS ONE LIST AT THE END.
               10  STM-EXC-REASON          PIC X(30).
       01  STM-EX                          PIC 9(04) COMP  VALUE 0.
       01  STM-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-STATEMENT-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL STM-EOF
           PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           MOVE STM-PARM-TO   TO STM-TO-PERIOD
           CLOSE STMPRM-FILE
           OPEN INPUT MASTHIST-FILE
           OPEN OUTPUT STMTRPT-FILE
           MOVE "Y" TO STM-STMTRPT-OPENED-SW
           IF NOT STM-MASTHIST-OK
               DISPLAY "MRECSTMT - UNABLE TO OPEN MASTHIST, STATUS="
                   STM-MASTHIST-STATUS
               MOVE "Y" TO STM-EOF-SW
               MOVE "Y" TO STM-HIST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO STM-MASTHIST-OPENED-SW
           PERFORM 1050-OPEN-MASTER THRU 1050-EXIT
           IF STM-EOF
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO STM-OUT-LINE
           STRING "ACCOUNT STATEMENTS " STM-FROM-PERIOD
               " THROUGH " STM-TO-PERIOD
           WRITE STMTRPT-RECORD FROM STM-OUT-LINE.
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
               DISPLAY "MRECSTMT - UNABLE TO OPEN MASTEXTW, STATUS="
                   MASTW-STATUS
               MOVE "Y" TO STM-EOF-SW
               MOVE "Y" TO STM-HIST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           CLOSE MASTEXTW-FILE
           OPEN INPUT MASTEXT-FILE
           IF NOT STM-MASTEXT-OK
               DISPLAY "MRECSTMT - UNABLE TO OPEN MASTEXT, STATUS="
                   STM-MASTEXT-STATUS
               MOVE "Y" TO STM-EOF-SW
               MOVE "Y" TO STM-HIST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           MOVE "Y" TO STM-MASTEXT-OPENED-SW.
       1050-EXIT.
           EXIT.
      *
       1100-TABLE-ONE-HIST-ROW.
           READ MASTHIST-FILE
      *  MASTER AMOUNT OR THE ACCOUNT GOES ON THE EXCEPTION LIST.    *
      ******************************************************************
       2000-STATEMENT-ONE-ACCOUNT.
           IF MASTW-WIDE-LAYOUT
               READ MASTEXTW-FILE INTO MASTER-REC-W
                   AT END
                       MOVE "Y" TO STM-EOF-SW
               END-READ
           ELSE
               READ MASTEXT-FILE INTO MASTER_REC
                   AT END
                       MOVE "Y" TO STM-EOF-SW
               END-READ
           END-IF
           IF STM-EOF
               GO TO 2000-EXIT
           END-IF
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           ADD 1 TO STM-MAST-READ-CNT
           MOVE 0 TO STM-HIT
           PERFORM 2010-FIND-THIS-ACCOUNT THRU 2010-EXIT
               VARYING STM-AX FROM 1 BY 1
               UNTIL STM-PX > STM-ACC-PER-CNT (STM-AX)
           MOVE STM-ACC-PER-CNT (STM-AX) TO STM-PX
           MOVE STM-ACC-AMOUNT (STM-AX STM-PX) TO STM-CLOSING
           MOVE MASTW-AMOUNT TO STM-MASTER-AMT
           MOVE STM-CLOSING TO STM-AMT-TXT
           MOVE STM-MASTER-AMT TO STM-ACT-TXT
           MOVE SPACES TO STM-OUT-LINE
           WRITE STMTRPT-RECORD FROM STM-OUT-LINE.
       4100-EXIT.
           EXIT.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
       7850-POST-ACCESS-LOG.
           IF NOT STM-MASTEXT-OPENED AND NOT MASTW-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECSTMT" TO AXL-WS-PROGRAM
           IF MASTW-OPENED
               MOVE "MASTEXTW" TO AXL-WS-EXTRACT-DD
           ELSE
               MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           END-IF
           MOVE STM-MAST-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF STM-MASTEXT-OPENED
               CLOSE MASTEXT-FILE
           END-IF
           IF MASTW-OPENED
               CLOSE MASTEXTW-FILE
           END-IF
           IF STM-MASTHIST-OPENED
               CLOSE MASTHIST-FILE
           END-IF
