      ******************************************************************
      **                                                              *
      **  PROGRAM      MRECCNVW                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  CHANGEOVER CONVERTER BETWEEN THE MASTER_REC   *
      **      LAYOUT (AMOUNT S9(4)V99) AND THE WIDENED-AMOUNT         *
      **      MASTER-REC-W LAYOUT (MASTRECW.cpy, AMOUNT S9(9)V99).    *
      **      DD CNWPRM NAMES THE DIRECTION:                          *
      **        "F"  FORWARD  - DD MASTEXT (OLD) TO DD MASTW (NEW).   *
      **             EVERY OLD AMOUNT FITS THE WIDER FIELD, SO NO     *
      **             RECORD CAN FAIL.                                 *
      **        "B"  BACKWARD - DD MASTW (NEW) TO DD MASTEXT (OLD),   *
      **             FOR THE PROGRAMS STILL ON THE OLD LAYOUT DURING  *
      **             PARALLEL RUNNING.  A BALANCE THE OLD AMOUNT      *
      **             CANNOT HOLD IS NEVER TRUNCATED - THE RECORD IS   *
      **             REFUSED, NAMED ON THE CONSOLE AND COUNTED, AND   *
      **             THE RUN ENDS RETURN-CODE 16 BECAUSE THE OLD FILE *
      **             IS THEN SHORT OF THOSE ACCOUNTS.                 *
      **      MRECCMPW PROVES A CONVERTED FILE AGAINST ITS ORIGINAL   *
      **      FIELD BY FIELD BEFORE ANYTHING IS PROMOTED.             *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRECCNVW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNWPRM-FILE   ASSIGN TO "CNWPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNW-CNWPRM-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - BOTH LAYOUTS CARRY COMP
      *> AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE WITH
      *> THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT MASTEXT-FILE  ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CNW-MASTEXT-STATUS.
           SELECT MASTW-FILE    ASSIGN TO "MASTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CNW-MASTW-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CNWPRM-FILE.
       01  CNWPRM-RECORD.
           05  CNW-PARM-DIRECTION          PIC X(01).
       FD  MASTEXT-FILE.
       COPY MASTERREC.
       FD  MASTW-FILE.
       COPY MASTRECW.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  CNW-CNWPRM-STATUS               PIC XX.
           88  CNW-CNWPRM-OK               VALUE "00".
       01  CNW-MASTEXT-STATUS              PIC XX.
           88  CNW-MASTEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE INPUT STATUS TO "10", SO
      *> WHETHER EACH FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  CNW-MASTEXT-OPENED-SW           PIC X(01)       VALUE "N".
           88  CNW-MASTEXT-OPENED          VALUE "Y".
       01  CNW-MASTW-STATUS                PIC XX.
           88  CNW-MASTW-OK                VALUE "00".
      *> SAME REASONING AS CNW-MASTEXT-OPENED-SW ABOVE.
       01  CNW-MASTW-OPENED-SW             PIC X(01)       VALUE "N".
           88  CNW-MASTW-OPENED            VALUE "Y".
       01  CNW-EOF-SW                      PIC X(01)       VALUE "N".
           88  CNW-EOF                     VALUE "Y".
       01  CNW-DIRECTION                   PIC X(01)       VALUE "F".
           88  CNW-FORWARD                 VALUE "F".
           88  CNW-BACKWARD                VALUE "B".
       01  CNW-READ-CNT                    PIC 9(08)       VALUE 0.
       01  CNW-WRITTEN-CNT                 PIC 9(08)       VALUE 0.
       01  CNW-SIZE-ERR-CNT                PIC 9(06)       VALUE 0.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
               UNTIL CNW-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT CNWPRM-FILE
           IF NOT CNW-CNWPRM-OK
               DISPLAY "MRECCNVW - UNABLE TO OPEN CNWPRM, STATUS="
                   CNW-CNWPRM-STATUS
               MOVE "Y" TO CNW-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           READ CNWPRM-FILE
               AT END
                   DISPLAY "MRECCNVW - CNWPRM IS EMPTY"
                   CLOSE CNWPRM-FILE
                   MOVE "Y" TO CNW-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ
           MOVE CNW-PARM-DIRECTION TO CNW-DIRECTION
           CLOSE CNWPRM-FILE
           IF NOT CNW-FORWARD AND NOT CNW-BACKWARD
               DISPLAY "MRECCNVW - UNKNOWN DIRECTION " CNW-DIRECTION
               MOVE "Y" TO CNW-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF CNW-FORWARD
               OPEN INPUT  MASTEXT-FILE
               OPEN OUTPUT MASTW-FILE
           ELSE
               OPEN INPUT  MASTW-FILE
               OPEN OUTPUT MASTEXT-FILE
           END-IF
           IF NOT CNW-MASTEXT-OK OR NOT CNW-MASTW-OK
               DISPLAY "MRECCNVW - OPEN FAILED, MASTEXT STATUS="
                   CNW-MASTEXT-STATUS " MASTW STATUS="
                   CNW-MASTW-STATUS
               MOVE "Y" TO CNW-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CNW-MASTEXT-OPENED-SW
           MOVE "Y" TO CNW-MASTW-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
       2000-CONVERT-ONE-RECORD.
           IF CNW-FORWARD
               PERFORM 2100-CONVERT-FORWARD THRU 2100-EXIT
           ELSE
               PERFORM 2200-CONVERT-BACKWARD THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-CONVERT-FORWARD.
           READ MASTEXT-FILE
               AT END
                   MOVE "Y" TO CNW-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CNW-READ-CNT
           MOVE ACCOUNT_NO OF MASTER_REC TO MW-ACCOUNT-NO
           MOVE REC_TYPE OF MASTER_REC   TO MW-REC-TYPE
           MOVE AMOUNT OF MASTER_REC     TO MW-AMOUNT
           MOVE BIN-NO OF MASTER_REC     TO MW-BIN-NO
           MOVE DECIMAL-NO OF MASTER_REC TO MW-DECIMAL-NO
           MOVE DATE-YY OF MASTER_REC    TO MW-DATE-YY
           MOVE DATE-MM OF MASTER_REC    TO MW-DATE-MM
           MOVE DATE-DD OF MASTER_REC    TO MW-DATE-DD
           MOVE ACT_TYPE OF MASTER_REC   TO MW-ACT-TYPE
           MOVE ODATE-YY OF MASTER_REC   TO MW-ODATE-YY
           MOVE ODATE-MM OF MASTER_REC   TO MW-ODATE-MM
           MOVE ODATE-DD OF MASTER_REC   TO MW-ODATE-DD
           MOVE OYYMMDDTT OF MASTER_REC (7:2)
                                         TO MW-ODATE-TT
           MOVE OTHER_TYPE OF MASTER_REC TO MW-OTHER-TYPE
           WRITE MASTER-REC-W
           ADD 1 TO CNW-WRITTEN-CNT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-CONVERT-BACKWARD - NARROWS THE AMOUNT FOR THE OLD       *
      *  LAYOUT.  A BALANCE OF 10,000.00 OR MORE WOULD LOSE ITS HIGH  *
      *  DIGITS, SO THAT RECORD IS REFUSED RATHER THAN WRITTEN WRONG. *
      ******************************************************************
       2200-CONVERT-BACKWARD.
           READ MASTW-FILE
               AT END
                   MOVE "Y" TO CNW-EOF-SW
                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO CNW-READ-CNT
           COMPUTE AMOUNT OF MASTER_REC = MW-AMOUNT
               ON SIZE ERROR
                   DISPLAY "MRECCNVW - ACCOUNT " MW-ACCOUNT-NO
                       " AMOUNT TOO LARGE FOR THE OLD LAYOUT - "
                       "NOT WRITTEN"
                   ADD 1 TO CNW-SIZE-ERR-CNT
                   GO TO 2200-EXIT
           END-COMPUTE
           MOVE MW-ACCOUNT-NO TO ACCOUNT_NO OF MASTER_REC
           MOVE MW-REC-TYPE   TO REC_TYPE OF MASTER_REC
           MOVE MW-BIN-NO     TO BIN-NO OF MASTER_REC
           MOVE MW-DECIMAL-NO TO DECIMAL-NO OF MASTER_REC
           MOVE MW-DATE-YY    TO DATE-YY OF MASTER_REC
           MOVE MW-DATE-MM    TO DATE-MM OF MASTER_REC
           MOVE MW-DATE-DD    TO DATE-DD OF MASTER_REC
           MOVE MW-ACT-TYPE   TO ACT_TYPE OF MASTER_REC
           MOVE MW-ODATE-YY   TO ODATE-YY OF MASTER_REC
           MOVE MW-ODATE-MM   TO ODATE-MM OF MASTER_REC
           MOVE MW-ODATE-DD   TO ODATE-DD OF MASTER_REC
           MOVE MW-ODATE-TT   TO OYYMMDDTT OF MASTER_REC (7:2)
           MOVE MW-OTHER-TYPE TO OTHER_TYPE OF MASTER_REC
           WRITE MASTER_REC
           ADD 1 TO CNW-WRITTEN-CNT.
       2200-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "MRECCNVW - DIRECTION " CNW-DIRECTION ": "
               CNW-READ-CNT " READ, " CNW-WRITTEN-CNT " WRITTEN"
           IF CNW-SIZE-ERR-CNT > 0
               DISPLAY "MRECCNVW - " CNW-SIZE-ERR-CNT " BALANCES TOO "
                   "LARGE FOR THE OLD LAYOUT WERE NOT WRITTEN - THE "
                   "OLD FILE IS INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CNW-MASTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECCNVW" TO AXL-WS-PROGRAM
           IF CNW-FORWARD
               MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           ELSE
               MOVE "MASTW   " TO AXL-WS-EXTRACT-DD
           END-IF
           MOVE CNW-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF CNW-MASTEXT-OPENED
               CLOSE MASTEXT-FILE
           END-IF
           IF CNW-MASTW-OPENED
               CLOSE MASTW-FILE
           END-IF.
