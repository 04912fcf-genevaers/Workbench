      ******************************************************************
      **                                                              *
      **  PROGRAM      USGSNAP                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  CYCLE SNAPSHOT LOADER FOR THE USAGE HISTORY.  *
      **      DD USNAPPRM NAMES THE USAGE CYCLE (CCYYMMDD); EVERY     *
      **      USAGE RECORD ON DD USGEXT IS TOTALLED BY ACCOUNT        *
      **      (KEY-ID1) AND ONE ROW PER ACCOUNT IS APPENDED TO THE    *
      **      USAGE HISTORY FILE (DD USGHIST, USGHREC LAYOUT) UNDER   *
      **      THAT CYCLE, FOR USGSPIKE TO JUDGE THE NEXT CYCLES       *
      **      AGAINST.  A CYCLE ALREADY ON THE HISTORY FAILS THE RUN  *
      **      BEFORE A ROW IS APPENDED - A RERUN MUST NOT DOUBLE A    *
      **      CYCLE.  THE WHOLE EXTRACT IS TOTALLED BEFORE THE        *
      **      HISTORY IS EXTENDED, SO AN EXTRACT WITH MORE ACCOUNTS   *
      **      THAN THE TABLE HOLDS APPENDS NOTHING.                   *
      **                                                               *
      **      RETURN-CODE 16 - A FILE COULD NOT BE OPENED, THE CYCLE  *
      **      IS ALREADY ON THE HISTORY, THE TABLE OVERFLOWED, OR AN  *
      **      ACCOUNT'S TOTAL WAS TOO LARGE FOR THE HISTORY ROW.      *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGSNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE USAGE AND HISTORY
      *> RECORDS CARRY COMP AND COMP-3 FIELDS WHOSE BYTES CAN
      *> LEGITIMATELY COLLIDE WITH THE LINE SEQUENTIAL END-OF-RECORD
      *> MARKER.
           SELECT USGEXT-FILE   ASSIGN TO "USGEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS USN-USGEXT-STATUS.
           SELECT USNAPPRM-FILE ASSIGN TO "USNAPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USN-USNAPPRM-STATUS.
      *> OPTIONAL - THE FIRST SNAPSHOT EVER CREATES THE HISTORY.
           SELECT OPTIONAL USGHIST-FILE ASSIGN TO "USGHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS USN-USGHIST-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USGEXT-FILE.
       COPY USAGEREC.
       FD  USNAPPRM-FILE.
       01  USNAPPRM-RECORD.
           05  USN-PARM-CYCLE              PIC 9(08).
       FD  USGHIST-FILE.
       COPY USGHREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  USN-USGEXT-STATUS               PIC XX.
           88  USN-USGEXT-OK               VALUE "00".
       01  USN-USNAPPRM-STATUS             PIC XX.
           88  USN-USNAPPRM-OK             VALUE "00".
      *> "05" IS OPTIONAL-FILE-CREATED - A SUCCESSFUL FIRST-EVER
      *> OPEN, NOT A FAILURE.
       01  USN-USGHIST-STATUS              PIC XX.
           88  USN-USGHIST-OK              VALUE "00" "05".
      *> THE FINAL READ'S AT END DRIVES USN-USGHIST-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  USN-USGHIST-OPENED-SW           PIC X(01)       VALUE "N".
           88  USN-USGHIST-OPENED          VALUE "Y".
       01  USN-EOF-SW                      PIC X(01)       VALUE "N".
           88  USN-EOF                     VALUE "Y".
       01  USN-HIST-EOF-SW                 PIC X(01)       VALUE "N".
           88  USN-HIST-EOF                VALUE "Y".
       01  USN-CYCLE                       PIC 9(08)       VALUE 0.
       01  USN-DUP-CYCLE-SW                PIC X(01)       VALUE "N".
           88  USN-DUP-CYCLE               VALUE "Y".
      *> ------------------ ACCOUNT TOTALS TABLE ----------------------
       01  USN-ACCT-TAB.
           05  USN-ACCT-ENTRY              OCCURS 2000 TIMES.
               10  USN-ACCT-KEY-ID1         PIC S9(09)     COMP.
               10  USN-ACCT-AMOUNT          PIC S9(09)V99  COMP-3.
               10  USN-ACCT-REC-CNT         PIC 9(07)      COMP-3.
      *> SET WHEN THE ACCOUNT'S TOTAL OUTGREW THE HISTORY ROW - THE
      *> ACCOUNT IS LEFT OUT OF THE CYCLE RATHER THAN TRUNCATED.
               10  USN-ACCT-SIZE-SW         PIC X(01).
                   88  USN-ACCT-SIZE-ERR    VALUE "Y".
       01  USN-ACCT-CNT                    PIC 9(04)       VALUE 0.
       01  USN-ACCT-IDX                    PIC 9(04).
       01  USN-ACCT-FOUND-IDX              PIC 9(04)       VALUE 0.
       01  USN-OVERFLOW-CNT                PIC 9(08)       VALUE 0.
       01  USN-READ-CNT                    PIC 9(08)       VALUE 0.
       01  USN-LOADED-CNT                  PIC 9(08)       VALUE 0.
       01  USN-SIZE-ERR-CNT                PIC 9(08)       VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-SCAN-FOR-CYCLE THRU 1100-EXIT
               UNTIL USN-HIST-EOF
           PERFORM 1200-GUARD-DUPLICATE THRU 1200-EXIT
           PERFORM 1300-TOTAL-ONE-RECORD THRU 1300-EXIT
               UNTIL USN-EOF
           PERFORM 1400-OPEN-HISTORY THRU 1400-EXIT
           PERFORM 2000-APPEND-ONE-ACCOUNT THRU 2000-EXIT
               VARYING USN-ACCT-IDX FROM 1 BY 1
               UNTIL USN-ACCT-IDX > USN-ACCT-CNT
               OR NOT USN-USGHIST-OPENED
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT USNAPPRM-FILE
           IF NOT USN-USNAPPRM-OK
               DISPLAY "USGSNAP - UNABLE TO OPEN USNAPPRM, STATUS="
                   USN-USNAPPRM-STATUS
               MOVE "Y" TO USN-EOF-SW
               MOVE "Y" TO USN-HIST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           READ USNAPPRM-FILE
               AT END
                   DISPLAY "USGSNAP - USNAPPRM IS EMPTY"
                   CLOSE USNAPPRM-FILE
                   MOVE "Y" TO USN-EOF-SW
                   MOVE "Y" TO USN-HIST-EOF-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ
           CLOSE USNAPPRM-FILE
           IF USN-PARM-CYCLE IS NOT NUMERIC OR USN-PARM-CYCLE = 0
               DISPLAY "USGSNAP - USNAPPRM CYCLE IS NOT A CCYYMMDD "
                   "DATE"
               MOVE "Y" TO USN-EOF-SW
               MOVE "Y" TO USN-HIST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE USN-PARM-CYCLE TO USN-CYCLE
      *> FIRST PASS OVER THE HISTORY PROVES THE CYCLE IS NEW BEFORE
      *> A SINGLE ROW IS APPENDED.
           OPEN INPUT USGHIST-FILE
           IF NOT USN-USGHIST-OK
               MOVE "Y" TO USN-HIST-EOF-SW
           ELSE
               MOVE "Y" TO USN-USGHIST-OPENED-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-SCAN-FOR-CYCLE.
           READ USGHIST-FILE
               AT END
                   MOVE "Y" TO USN-HIST-EOF-SW
           END-READ
           IF USN-HIST-EOF
               GO TO 1100-EXIT
           END-IF
           IF UGH-CYCLE = USN-CYCLE
               MOVE "Y" TO USN-DUP-CYCLE-SW
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1200-GUARD-DUPLICATE.
           IF USN-USGHIST-OPENED
               CLOSE USGHIST-FILE
               MOVE "N" TO USN-USGHIST-OPENED-SW
           END-IF
           IF USN-DUP-CYCLE
               DISPLAY "USGSNAP - CYCLE " USN-CYCLE
                   " IS ALREADY ON USGHIST - RERUN REFUSED"
               MOVE "Y" TO USN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           IF USN-EOF
               GO TO 1200-EXIT
           END-IF
           OPEN INPUT USGEXT-FILE
           IF NOT USN-USGEXT-OK
               DISPLAY "USGSNAP - UNABLE TO OPEN USGEXT, STATUS="
                   USN-USGEXT-STATUS
               MOVE "Y" TO USN-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-TOTAL-ONE-RECORD - ADD ONE USAGE RECORD INTO ITS        *
      *  ACCOUNT'S CYCLE TOTAL.  A TOTAL THE HISTORY ROW CANNOT CARRY *
      *  IS NEVER SNAPSHOT TRUNCATED - THE ACCOUNT IS LEFT OUT OF THE *
      *  CYCLE AND THE RUN FAILS.                                     *
      ******************************************************************
       1300-TOTAL-ONE-RECORD.
           READ USGEXT-FILE
               AT END
                   MOVE "Y" TO USN-EOF-SW
                   CLOSE USGEXT-FILE
                   GO TO 1300-EXIT
           END-READ
           ADD 1 TO USN-READ-CNT
           MOVE 0 TO USN-ACCT-FOUND-IDX
           PERFORM 1310-MATCH-ONE-ACCOUNT THRU 1310-EXIT
               VARYING USN-ACCT-IDX FROM 1 BY 1
               UNTIL USN-ACCT-IDX > USN-ACCT-CNT
               OR USN-ACCT-FOUND-IDX NOT = 0
           IF USN-ACCT-FOUND-IDX = 0
               IF USN-ACCT-CNT NOT < 2000
                   ADD 1 TO USN-OVERFLOW-CNT
                   GO TO 1300-EXIT
               END-IF
               ADD 1 TO USN-ACCT-CNT
               MOVE USN-ACCT-CNT TO USN-ACCT-FOUND-IDX
               MOVE KEY-ID1 TO USN-ACCT-KEY-ID1(USN-ACCT-CNT)
               MOVE 0       TO USN-ACCT-AMOUNT(USN-ACCT-CNT)
               MOVE 0       TO USN-ACCT-REC-CNT(USN-ACCT-CNT)
               MOVE "N"     TO USN-ACCT-SIZE-SW(USN-ACCT-CNT)
           END-IF
           ADD 1 TO USN-ACCT-REC-CNT(USN-ACCT-FOUND-IDX)
           IF USN-ACCT-SIZE-ERR(USN-ACCT-FOUND-IDX)
               GO TO 1300-EXIT
           END-IF
           ADD AMOUNT TO USN-ACCT-AMOUNT(USN-ACCT-FOUND-IDX)
               ON SIZE ERROR
                   DISPLAY "USGSNAP - KEY-ID1 " KEY-ID1
                       " CYCLE TOTAL TOO LARGE FOR USGHIST - NOT "
                       "SNAPSHOT"
                   MOVE "Y" TO USN-ACCT-SIZE-SW(USN-ACCT-FOUND-IDX)
                   ADD 1 TO USN-SIZE-ERR-CNT
                   MOVE 16 TO RETURN-CODE
           END-ADD.
       1300-EXIT.
           EXIT.
      *
       1310-MATCH-ONE-ACCOUNT.
           IF USN-ACCT-KEY-ID1(USN-ACCT-IDX) = KEY-ID1
               MOVE USN-ACCT-IDX TO USN-ACCT-FOUND-IDX
           END-IF.
       1310-EXIT.
           EXIT.
      *
       1400-OPEN-HISTORY.
           IF USN-DUP-CYCLE OR USN-READ-CNT = 0
               GO TO 1400-EXIT
           END-IF
           IF USN-OVERFLOW-CNT > 0
               DISPLAY "USGSNAP - USGEXT HAS MORE THAN 2000 ACCOUNTS - "
                   "NOTHING APPENDED FOR CYCLE " USN-CYCLE
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           OPEN EXTEND USGHIST-FILE
           IF NOT USN-USGHIST-OK
               DISPLAY "USGSNAP - UNABLE TO EXTEND USGHIST, "
                   "STATUS=" USN-USGHIST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO USN-USGHIST-OPENED-SW
           END-IF.
       1400-EXIT.
           EXIT.
      *
       2000-APPEND-ONE-ACCOUNT.
           IF USN-ACCT-SIZE-ERR(USN-ACCT-IDX)
               GO TO 2000-EXIT
           END-IF
           MOVE USN-CYCLE                    TO UGH-CYCLE
           MOVE USN-ACCT-KEY-ID1(USN-ACCT-IDX) TO UGH-KEY-ID1
           MOVE USN-ACCT-AMOUNT(USN-ACCT-IDX)  TO UGH-AMOUNT
           MOVE USN-ACCT-REC-CNT(USN-ACCT-IDX) TO UGH-REC-CNT
           WRITE USAGE-HIST-RECORD
           ADD 1 TO USN-LOADED-CNT.
       2000-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "USGSNAP - " USN-READ-CNT " USAGE RECORDS, "
               USN-LOADED-CNT " ACCOUNTS SNAPSHOT INTO CYCLE "
               USN-CYCLE
           IF USN-SIZE-ERR-CNT > 0
               DISPLAY "USGSNAP - " USN-SIZE-ERR-CNT
                   " ACCOUNTS LEFT OUT - TOTAL TOO LARGE FOR USGHIST"
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "USGSNAP " TO RNL-WS-PROGRAM
           MOVE USN-READ-CNT     TO RNL-WS-RECORDS-IN
           MOVE USN-LOADED-CNT   TO RNL-WS-RECORDS-OUT
           MOVE USN-SIZE-ERR-CNT TO RNL-WS-RECORDS-SUSP
           MOVE USN-ACCT-CNT     TO RNL-WS-TABLE-PEAK (1)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF USN-USGHIST-OPENED
               CLOSE USGHIST-FILE
           END-IF.
