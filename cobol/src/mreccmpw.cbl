      ******************************************************************
      **                                                              *
      **  PROGRAM      MRECCMPW                                       *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  FIELD-BY-FIELD PROOF OF A WIDENED-AMOUNT      *
      **      MASTER (DD MASTW, MASTRECW.cpy) AGAINST ITS MASTER_REC  *
      **      COUNTERPART (DD MASTEXT), READ IN PARALLEL RECORD BY    *
      **      RECORD - RUN AFTER MRECCNVW IN EITHER DIRECTION, OR     *
      **      AGAINST TWO FILES PRODUCED SIDE BY SIDE DURING THE      *
      **      CHANGEOVER.  EVERY FIELD MUST MATCH EXACTLY, THE AMOUNT *
      **      BY VALUE ACROSS THE TWO PICTURES.  ONE MISMATCH LINE    *
      **      PER FAILING FIELD GOES TO DD CMPWRPT WITH PER-FIELD     *
      **      TOTALS AT THE END; ANY MISMATCH, OR FILES OF DIFFERENT  *
      **      LENGTHS, FAILS THE RUN WITH RETURN-CODE 16 SO THE       *
      **      WIDENED FILE IS NEVER PROMOTED ON FAITH.                *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRECCMPW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - BOTH LAYOUTS CARRY COMP
      *> AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE WITH
      *> THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT MASTEXT-FILE  ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMW-MASTEXT-STATUS.
           SELECT MASTW-FILE    ASSIGN TO "MASTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMW-MASTW-STATUS.
           SELECT CMPWRPT-FILE  ASSIGN TO "CMPWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMW-CMPWRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTEXT-FILE.
       COPY MASTERREC.
       FD  MASTW-FILE.
       COPY MASTRECW.
       FD  CMPWRPT-FILE.
       01  CMPWRPT-RECORD                  PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  CMW-MASTEXT-STATUS              PIC XX.
           88  CMW-MASTEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES THE INPUT STATUS TO "10", SO
      *> WHETHER EACH FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  CMW-MASTEXT-OPENED-SW           PIC X(01)       VALUE "N".
           88  CMW-MASTEXT-OPENED          VALUE "Y".
       01  CMW-MASTW-STATUS                PIC XX.
           88  CMW-MASTW-OK                VALUE "00".
      *> SAME REASONING AS CMW-MASTEXT-OPENED-SW ABOVE.
       01  CMW-MASTW-OPENED-SW             PIC X(01)       VALUE "N".
           88  CMW-MASTW-OPENED            VALUE "Y".
       01  CMW-CMPWRPT-STATUS              PIC XX.
      *> SAME REASONING AS CMW-MASTEXT-OPENED-SW ABOVE.
       01  CMW-CMPWRPT-OPENED-SW           PIC X(01)       VALUE "N".
           88  CMW-CMPWRPT-OPENED          VALUE "Y".
       01  CMW-OLD-EOF-SW                  PIC X(01)       VALUE "N".
           88  CMW-OLD-EOF                 VALUE "Y".
       01  CMW-NEW-EOF-SW                  PIC X(01)       VALUE "N".
           88  CMW-NEW-EOF                 VALUE "Y".
       01  CMW-REC-CNT                     PIC 9(08)       VALUE 0.
       01  CMW-FIELD-NAME                  PIC X(12)     VALUE SPACES.
      *> ------------------ PER-FIELD MISMATCH COUNTS ------------------
       01  CMW-MM-ACCOUNT                  PIC 9(06)       VALUE 0.
       01  CMW-MM-REC-TYPE                 PIC 9(06)       VALUE 0.
       01  CMW-MM-AMOUNT                   PIC 9(06)       VALUE 0.
       01  CMW-MM-BIN-NO                   PIC 9(06)       VALUE 0.
       01  CMW-MM-DECIMAL                  PIC 9(06)       VALUE 0.
       01  CMW-MM-MDATE                    PIC 9(06)       VALUE 0.
       01  CMW-MM-ACT-TYPE                 PIC 9(06)       VALUE 0.
       01  CMW-MM-ODATE                    PIC 9(06)       VALUE 0.
       01  CMW-MM-ODATE-TT                 PIC 9(06)       VALUE 0.
       01  CMW-MM-OTH-TYPE                 PIC 9(06)       VALUE 0.
       01  CMW-MM-TOTAL                    PIC 9(08)       VALUE 0.
       01  CMW-LENGTH-ERR-SW               PIC X(01)       VALUE "N".
           88  CMW-LENGTH-ERR              VALUE "Y".
       01  CMW-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COMPARE-ONE-PAIR THRU 2000-EXIT
               UNTIL CMW-OLD-EOF OR CMW-NEW-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT MASTEXT-FILE
           OPEN INPUT MASTW-FILE
           OPEN OUTPUT CMPWRPT-FILE
           MOVE "Y" TO CMW-CMPWRPT-OPENED-SW
           IF NOT CMW-MASTEXT-OK OR NOT CMW-MASTW-OK
               DISPLAY "MRECCMPW - OPEN FAILED, MASTEXT STATUS="
                   CMW-MASTEXT-STATUS " MASTW STATUS="
                   CMW-MASTW-STATUS
               MOVE "Y" TO CMW-OLD-EOF-SW
               MOVE "Y" TO CMW-NEW-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CMW-MASTEXT-OPENED-SW
           MOVE "Y" TO CMW-MASTW-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
       2000-COMPARE-ONE-PAIR.
           READ MASTEXT-FILE
               AT END
                   MOVE "Y" TO CMW-OLD-EOF-SW
           END-READ
           READ MASTW-FILE
               AT END
                   MOVE "Y" TO CMW-NEW-EOF-SW
           END-READ
           IF CMW-OLD-EOF AND CMW-NEW-EOF
               GO TO 2000-EXIT
           END-IF
           IF CMW-OLD-EOF OR CMW-NEW-EOF
               MOVE "Y" TO CMW-LENGTH-ERR-SW
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO CMW-REC-CNT
           IF MW-ACCOUNT-NO NOT = ACCOUNT_NO OF MASTER_REC
               ADD 1 TO CMW-MM-ACCOUNT
               MOVE "ACCOUNT-NO" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF
           IF MW-REC-TYPE NOT = REC_TYPE OF MASTER_REC
               ADD 1 TO CMW-MM-REC-TYPE
               MOVE "REC-TYPE" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF
      *> COMPARED BY VALUE - THE PICTURES DIFFER, THE BALANCE MUST NOT.
           IF MW-AMOUNT NOT = AMOUNT OF MASTER_REC
               ADD 1 TO CMW-MM-AMOUNT
               MOVE "AMOUNT" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF
           IF MW-BIN-NO NOT = BIN-NO OF MASTER_REC
               ADD 1 TO CMW-MM-BIN-NO
               MOVE "BIN-NO" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF
           IF MW-DECIMAL-NO NOT = DECIMAL-NO OF MASTER_REC
               ADD 1 TO CMW-MM-DECIMAL
               MOVE "DECIMAL-NO" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF
           IF MW-MASTER-DATE NOT = MASTER-DATE OF MASTER_REC
               ADD 1 TO CMW-MM-MDATE
               MOVE "MASTER-DATE" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF
           IF MW-ACT-TYPE NOT = ACT_TYPE OF MASTER_REC
               ADD 1 TO CMW-MM-ACT-TYPE
               MOVE "ACT-TYPE" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF
           IF MW-OTHER-DATE NOT = OTHER-DATE OF MASTER_REC
               ADD 1 TO CMW-MM-ODATE
               MOVE "OTHER-DATE" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF
      *> THE TWO TRAILING OYYMMDDTT BYTES ARE NOT PART OF THE DATE,
      *> BUT THE OLD RECORD CARRIES THEM - A ROUND TRIP THAT LOSES
      *> THEM IS NOT FAITHFUL.
           IF MW-ODATE-TT NOT = OYYMMDDTT OF MASTER_REC (7:2)
               ADD 1 TO CMW-MM-ODATE-TT
               MOVE "OTHER-DOB-TT" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF
           IF MW-OTHER-TYPE NOT = OTHER_TYPE OF MASTER_REC
               ADD 1 TO CMW-MM-OTH-TYPE
               MOVE "OTHER-TYPE" TO CMW-FIELD-NAME
               PERFORM 2900-REPORT-MISMATCH THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2900-REPORT-MISMATCH.
           ADD 1 TO CMW-MM-TOTAL
           MOVE SPACES TO CMW-OUT-LINE
           STRING "MISMATCH ACCOUNT " ACCOUNT_NO OF MASTER_REC
               " FIELD " DELIMITED BY SIZE
               CMW-FIELD-NAME DELIMITED BY SIZE
               INTO CMW-OUT-LINE
           END-STRING
           WRITE CMPWRPT-RECORD FROM CMW-OUT-LINE.
       2900-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF NOT CMW-CMPWRPT-OPENED
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO CMW-OUT-LINE
           STRING "TOTALS - RECORDS=" DELIMITED BY SIZE
               CMW-REC-CNT
               " ACCOUNT=" CMW-MM-ACCOUNT
               " TYPE=" CMW-MM-REC-TYPE
               " AMOUNT=" CMW-MM-AMOUNT
               " BIN=" CMW-MM-BIN-NO
               DELIMITED BY SIZE INTO CMW-OUT-LINE
           END-STRING
           WRITE CMPWRPT-RECORD FROM CMW-OUT-LINE
           MOVE SPACES TO CMW-OUT-LINE
           STRING "         DECIMAL=" DELIMITED BY SIZE
               CMW-MM-DECIMAL
               " MDATE=" CMW-MM-MDATE
               " ACT=" CMW-MM-ACT-TYPE
               " ODATE=" CMW-MM-ODATE
               " ODATE-TT=" CMW-MM-ODATE-TT
               " OTYPE=" CMW-MM-OTH-TYPE
               DELIMITED BY SIZE INTO CMW-OUT-LINE
           END-STRING
           WRITE CMPWRPT-RECORD FROM CMW-OUT-LINE
           DISPLAY "MRECCMPW - " CMW-REC-CNT " PAIRS COMPARED, "
               CMW-MM-TOTAL " FIELD MISMATCHES"
           IF CMW-LENGTH-ERR
               DISPLAY "MRECCMPW - FILES END AT DIFFERENT RECORD "
                   "COUNTS - WIDENED FILE IS NOT PROVEN"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF CMW-MM-TOTAL > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CMW-MASTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECCMPW" TO AXL-WS-PROGRAM
           MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           MOVE CMW-REC-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF CMW-MASTEXT-OPENED
               CLOSE MASTEXT-FILE
           END-IF
           IF CMW-MASTW-OPENED
               CLOSE MASTW-FILE
           END-IF
           IF CMW-CMPWRPT-OPENED
               CLOSE CMPWRPT-FILE
           END-IF.
