      ******************************************************************
      **                                                               *
      **  PROGRAM      PENDMNT                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  MAINTENANCE FOR THE FUTURE-DATED TRANSACTION   *
      **      WAREHOUSE (PENDTREC.cpy).  COLLECTIONS AND SERVICING     *
      **      KEY A MASTER CHANGE THAT IS TO TAKE EFFECT ON A LATER    *
      **      DAY HERE INSTEAD OF DIARYING IT; PENDREL RELEASES IT TO  *
      **      MRECUPDT'S TRANFILE WHEN IT FALLS DUE.  DD PENDTXN       *
      **      CARRIES ONE MAINTENANCE TRANSACTION PER RECORD: ACTION,  *
      **      WAREHOUSE ITEM NUMBER, EFFECTIVE DATE (CCYYMMDD) AND THE *
      **      40-BYTE MRECUPDT TRANSACTION.                            *
      **        A  ADD      WAREHOUSE A NEW ITEM.  THE EFFECTIVE DATE  *
      **                    MUST BE LATER THAN TODAY - TODAY'S WORK    *
      **                    GOES STRAIGHT TO TRANFILE.  THE ITEM       *
      **                    NUMBER IS ASSIGNED, NOT KEYED.             *
      **        C  CHANGE   REPLACE THE EFFECTIVE DATE (WHEN KEYED)    *
      **                    AND THE TRANSACTION (WHEN ITS ACTION IS    *
      **                    KEYED) OF A PENDING OR FAILED ITEM.  THE   *
      **                    ITEM GOES BACK TO PENDING WITH ITS REJECT  *
      **                    REASON CLEARED - THIS IS HOW A FAILED      *
      **                    RELEASE IS CORRECTED AND RELEASED AGAIN.   *
      **        X  CANCEL   DROP A PENDING OR FAILED ITEM.             *
      **      AN ITEM RELEASED AND STILL WAITING ON MRECUPDT CANNOT BE *
      **      CHANGED OR CANCELLED.  THE TRANSACTION ITSELF MUST BE AN *
      **      MRECUPDT ADD, CHANGE OR DELETE, AND A NEW ACCOUNT MUST   *
      **      PASS THE ACCOUNT_NO CHECK DIGIT (ACCDGWS/ACCDGCK) -      *
      **      CAUGHT NOW RATHER THAN ON THE NIGHT IT IS RELEASED.  THE *
      **      WAREHOUSE ROLLS OLD-MASTER/NEW-MASTER (PENDIN TO         *
      **      PENDOUT); EVERY TRANSACTION, APPLIED OR REJECTED, AND    *
      **      THEN EVERY ITEM IN THE NEW WAREHOUSE LIST ON DD PENDRPT, *
      **      SO A RUN WITH NO TRANSACTIONS IS THE WAREHOUSE LISTING.  *
      **      THE SUBMITTING ANALYST IS CHECKED AGAINST AUTHTAB AT     *
      **      STARTUP (AUTHWS/AUTHCK, FUNCTION PENDMNT).               *
      **                                                               *
      **      RETURN-CODE 08 - ONE OR MORE TRANSACTIONS REJECTED (THE  *
      **      APPLIED ONES ARE ON PENDOUT); 16 - A FILE COULD NOT BE   *
      **      OPENED OR THE WAREHOUSE OVERFLOWED ITS TABLE, DO NOT     *
      **      PROMOTE PENDOUT.                                         *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   THE MRECUPDT TRANSACTION NOW CARRIES A      *
      **                   STATUS-CHANGE REASON CODE - WAREHOUSED      *
      **                   WITH THE REST OF IT.                        *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE MRECUPDT TRANSACTION
      *> CARRIES COMP AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY
      *> COLLIDE WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.  THE
      *> SAME GOES FOR THE WAREHOUSE.
      *> OPTIONAL - NO TRANSACTIONS MAKES THE RUN A LISTING.
           SELECT OPTIONAL PENDTXN-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PNM-PENDTXN-STATUS.
      *> OPTIONAL - AN EMPTY WAREHOUSE IS A VALID STARTING POINT.
           SELECT OPTIONAL PENDIN-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PNM-PENDIN-STATUS.
           SELECT PENDOUT-FILE  ASSIGN TO "PENDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PNM-PENDOUT-STATUS.
           SELECT PENDRPT-FILE  ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PNM-PENDRPT-STATUS.
      *> THE ANALYST AUTHORIZATION TABLE AND VIOLATION LOG - SEE
      *> AUTHWS.cpy FOR THE STARTUP CHECK THESE SERVE.
           SELECT AUTHTAB-FILE ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-TAB-STATUS.
           SELECT OPTIONAL AUTHVIO-FILE ASSIGN TO "AUTHVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-VIO-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDTXN-FILE.
       01  PENDTXN-RECORD.
           05  PNM-TXN-ACTION              PIC X(01).
               88  PNM-TXN-ADD             VALUE "A".
               88  PNM-TXN-CHANGE          VALUE "C".
               88  PNM-TXN-CANCEL          VALUE "X".
           05  PNM-TXN-ITEM-NO             PIC 9(07).
           05  PNM-TXN-EFF-DATE-X          PIC X(08).
           05  PNM-TXN-EFF-DATE REDEFINES PNM-TXN-EFF-DATE-X
                                           PIC 9(08).
           05  PNM-TXN-TRAN.
               10  PNM-TXN-TRAN-ACTION     PIC X(01).
               10  PNM-TXN-TRAN-IMAGE      PIC X(37).
               10  PNM-TXN-TRAN-REASON     PIC X(02).
       FD  PENDIN-FILE.
       01  PENDIN-RECORD                   PIC X(151).
       FD  PENDOUT-FILE.
       01  PENDOUT-RECORD                  PIC X(151).
       FD  PENDRPT-FILE.
       01  PENDRPT-RECORD                  PIC X(100).
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  AUTHVIO-FILE.
       COPY AUTHVREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED AUTHORIZATION-CHECK WORK FIELDS - SEE AUTHWS.cpy.
       COPY AUTHWS.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED CHECK-DIGIT WORK FIELDS - SEE ACCDGWS.cpy.
       COPY ACCDGWS.
      *> THE WAREHOUSE ITEM BEING WORKED ON - READ INTO, BUILT IN, AND
      *> MOVED TO AND FROM THE TABLE BELOW.
       COPY PENDTREC.
      *> THE ITEM'S TRANSACTION IMAGE UNDER THE REAL MASTER LAYOUT,
      *> FOR THE ACCOUNT NUMBER.
       COPY MASTERREC
           REPLACING MASTER_REC BY PNM-TRAN-MASTER-REC.
       01  PNM-PENDTXN-STATUS              PIC XX.
           88  PNM-PENDTXN-OK              VALUE "00" "05".
       01  PNM-PENDIN-STATUS               PIC XX.
           88  PNM-PENDIN-OK               VALUE "00" "05".
       01  PNM-PENDOUT-STATUS              PIC XX.
           88  PNM-PENDOUT-OK              VALUE "00".
       01  PNM-PENDRPT-STATUS              PIC XX.
           88  PNM-PENDRPT-OK              VALUE "00".
      *> WHETHER EACH FILE IS OPEN AT TERMINATION TIME IS TRACKED HERE
      *> INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  PNM-PENDTXN-OPENED-SW           PIC X(01)       VALUE "N".
           88  PNM-PENDTXN-OPENED          VALUE "Y".
       01  PNM-PENDIN-OPENED-SW            PIC X(01)       VALUE "N".
           88  PNM-PENDIN-OPENED           VALUE "Y".
       01  PNM-PENDOUT-OPENED-SW           PIC X(01)       VALUE "N".
           88  PNM-PENDOUT-OPENED          VALUE "Y".
       01  PNM-PENDRPT-OPENED-SW           PIC X(01)       VALUE "N".
           88  PNM-PENDRPT-OPENED          VALUE "Y".
       01  PNM-TXN-EOF-SW                  PIC X(01)       VALUE "N".
           88  PNM-TXN-EOF                 VALUE "Y".
       01  PNM-IN-EOF-SW                   PIC X(01)       VALUE "N".
           88  PNM-IN-EOF                  VALUE "Y".
       01  PNM-HALT-SW                     PIC X(01)       VALUE "N".
           88  PNM-HALT                    VALUE "Y".
      *> ---------------------- WAREHOUSE TABLE ------------------------
      *> THE WHOLE OLD WAREHOUSE, FLAGGED IN PLACE - "Y" KEPT, "N"
      *> CANCELLED.  ADDS APPEND TO THE SAME TABLE SO A LATER CHANGE IN
      *> THE SAME RUN SEES THEM.
       01  PNM-ITEM-MAX                    PIC 9(04) COMP  VALUE 2000.
       01  PNM-ITEM-CNT                    PIC 9(04)       VALUE 0.
       01  PNM-ITEM-OVERFLOW-CNT           PIC 9(05)       VALUE 0.
       01  PNM-ITEM-TAB.
           05  PNM-ITEM-ENTRY              OCCURS 2000 TIMES.
               10  PNM-TAB-ITEM-NO         PIC 9(07).
               10  PNM-TAB-LIVE-SW         PIC X(01).
               10  PNM-TAB-IMAGE           PIC X(151).
       01  PNM-IX                          PIC 9(04) COMP  VALUE 0.
       01  PNM-FOUND-IDX                   PIC 9(04) COMP  VALUE 0.
       01  PNM-HIGH-ITEM-NO                PIC 9(07)       VALUE 0.
      *> ---------------------- TRANSACTION EDIT -----------------------
       01  PNM-EFF-DATE                    PIC 9(08)       VALUE 0.
       01  PNM-EFF-DATE-R REDEFINES PNM-EFF-DATE.
           05  PNM-EFF-CCYY                PIC 9(04).
           05  PNM-EFF-MM                  PIC 9(02).
           05  PNM-EFF-DD                  PIC 9(02).
       01  PNM-STATE-TXT                   PIC X(08)       VALUE SPACES.
      *> --------------------- RUN COUNTERS ----------------------------
       01  PNM-TXN-CNT                     PIC 9(05)       VALUE 0.
       01  PNM-APPLIED-CNT                 PIC 9(05)       VALUE 0.
       01  PNM-REJECTED-CNT                PIC 9(05)       VALUE 0.
       01  PNM-OUT-CNT                     PIC 9(05)       VALUE 0.
       01  PNM-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  PNM-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  PNM-REASON-TXT                  PIC X(40)       VALUE SPACES.
       01  PNM-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "PENDMNT" TO AUT-WS-FUNCTION
           MOVE "PENDOUT" TO AUT-WS-TARGET
           PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
           IF AUT-WS-DENIED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-ITEM THRU 1100-EXIT
               UNTIL PNM-IN-EOF
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL PNM-TXN-EOF
           IF NOT PNM-HALT
               PERFORM 3000-WRITE-NEW-WAREHOUSE THRU 3000-EXIT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - THE NEW WAREHOUSE AND THE LISTING ARE       *
      *  REQUIRED; THE TRANSACTIONS AND THE OLD WAREHOUSE MAY BE       *
      *  ABSENT.                                                       *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PNM-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PNM-RUN-TIME FROM TIME
           OPEN INPUT  PENDTXN-FILE
           OPEN INPUT  PENDIN-FILE
           OPEN OUTPUT PENDOUT-FILE
           OPEN OUTPUT PENDRPT-FILE
           IF PNM-PENDTXN-OK
               MOVE "Y" TO PNM-PENDTXN-OPENED-SW
           ELSE
               DISPLAY "PENDMNT - UNABLE TO OPEN PENDTXN, STATUS="
                   PNM-PENDTXN-STATUS
               MOVE "Y" TO PNM-HALT-SW
           END-IF
           IF PNM-PENDIN-OK
               MOVE "Y" TO PNM-PENDIN-OPENED-SW
           ELSE
               DISPLAY "PENDMNT - UNABLE TO OPEN PENDIN, STATUS="
                   PNM-PENDIN-STATUS
               MOVE "Y" TO PNM-HALT-SW
           END-IF
           IF PNM-PENDOUT-OK
               MOVE "Y" TO PNM-PENDOUT-OPENED-SW
           ELSE
               DISPLAY "PENDMNT - UNABLE TO OPEN PENDOUT, STATUS="
                   PNM-PENDOUT-STATUS
               MOVE "Y" TO PNM-HALT-SW
           END-IF
           IF PNM-PENDRPT-OK
               MOVE "Y" TO PNM-PENDRPT-OPENED-SW
           ELSE
               DISPLAY "PENDMNT - UNABLE TO OPEN PENDRPT, STATUS="
                   PNM-PENDRPT-STATUS
               MOVE "Y" TO PNM-HALT-SW
           END-IF
           IF PNM-HALT
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO PNM-OUT-LINE
           STRING "FUTURE-DATED TRANSACTION WAREHOUSE MAINTENANCE  RUN "
               PNM-RUN-DATE " " PNM-RUN-TIME "  ANALYST "
               AUT-WS-ANALYST-ID
               DELIMITED BY SIZE INTO PNM-OUT-LINE
           END-STRING
           WRITE PENDRPT-RECORD FROM PNM-OUT-LINE
           MOVE SPACES TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-ITEM.
           READ PENDIN-FILE INTO PENDING-TRAN-RECORD
               AT END
                   MOVE "Y" TO PNM-IN-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF PND-ITEM-NO > PNM-HIGH-ITEM-NO
               MOVE PND-ITEM-NO TO PNM-HIGH-ITEM-NO
           END-IF
           IF PNM-ITEM-CNT >= PNM-ITEM-MAX
               ADD 1 TO PNM-ITEM-OVERFLOW-CNT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO PNM-ITEM-CNT
           MOVE PND-ITEM-NO TO PNM-TAB-ITEM-NO (PNM-ITEM-CNT)
           MOVE "Y" TO PNM-TAB-LIVE-SW (PNM-ITEM-CNT)
           MOVE PENDING-TRAN-RECORD TO PNM-TAB-IMAGE (PNM-ITEM-CNT).
       1100-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO PNM-HALT-SW
           MOVE "Y" TO PNM-IN-EOF-SW
           MOVE "Y" TO PNM-TXN-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-APPLY-ONE-TRAN - EDIT THE TRANSACTION, FIND THE ITEM IT  *
      *  NAMES, AND ADD, CHANGE OR CANCEL.                             *
      ******************************************************************
       2000-APPLY-ONE-TRAN.
           READ PENDTXN-FILE
               AT END
                   MOVE "Y" TO PNM-TXN-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO PNM-TXN-CNT
           MOVE SPACES TO PNM-REASON-TXT
           EVALUATE TRUE
               WHEN PNM-TXN-ADD
                   PERFORM 2400-ADD-ITEM THRU 2400-EXIT
               WHEN PNM-TXN-CHANGE
                   PERFORM 2500-CHANGE-ITEM THRU 2500-EXIT
               WHEN PNM-TXN-CANCEL
                   PERFORM 2600-CANCEL-ITEM THRU 2600-EXIT
               WHEN OTHER
                   MOVE "UNRECOGNIZED ACTION CODE" TO PNM-REASON-TXT
           END-EVALUATE
           IF PNM-REASON-TXT NOT = SPACES
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *> THE WAREHOUSE ONLY HOLDS WORK FOR A LATER DAY - TODAY'S OR AN
      *> EARLIER DATE BELONGS ON TRANFILE ITSELF.
       2100-EDIT-EFF-DATE.
           IF PNM-TXN-EFF-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO PNM-REASON-TXT
               GO TO 2100-EXIT
           END-IF
           MOVE PNM-TXN-EFF-DATE TO PNM-EFF-DATE
           IF PNM-EFF-MM < 1 OR PNM-EFF-MM > 12
               OR PNM-EFF-DD < 1 OR PNM-EFF-DD > 31
               MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                   TO PNM-REASON-TXT
               GO TO 2100-EXIT
           END-IF
           IF PNM-EFF-DATE NOT > PNM-RUN-DATE
               MOVE "EFFECTIVE DATE IS NOT IN THE FUTURE"
                   TO PNM-REASON-TXT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *> THE SAME EDITS MRECUPDT WOULD MAKE WITHOUT THE MASTER IN
      *> HAND - A RECOGNIZED ACTION, AND A GOOD CHECK DIGIT ON AN ADD.
       2200-EDIT-TRAN.
           IF PNM-TXN-TRAN-ACTION NOT = "A"
               AND PNM-TXN-TRAN-ACTION NOT = "C"
               AND PNM-TXN-TRAN-ACTION NOT = "D"
               MOVE "TRANSACTION ACTION IS NOT A, C OR D"
                   TO PNM-REASON-TXT
               GO TO 2200-EXIT
           END-IF
           IF PNM-TXN-TRAN-ACTION = "A"
               MOVE PNM-TXN-TRAN-IMAGE TO PNM-TRAN-MASTER-REC
               MOVE ACCOUNT_NO OF PNM-TRAN-MASTER-REC TO ACD-ACCOUNT-NO
               PERFORM 7800-CHECK-ACCOUNT-NO THRU 7800-EXIT
               IF NOT ACD-VALID
                   MOVE ACD-REASON-TXT TO PNM-REASON-TXT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2300-FIND-ITEM.
           MOVE 0 TO PNM-FOUND-IDX
           PERFORM 2310-MATCH-ONE-ITEM THRU 2310-EXIT
               VARYING PNM-IX FROM 1 BY 1
               UNTIL PNM-IX > PNM-ITEM-CNT OR PNM-FOUND-IDX NOT = 0
           IF PNM-FOUND-IDX = 0
               MOVE "ITEM IS NOT IN THE WAREHOUSE" TO PNM-REASON-TXT
               GO TO 2300-EXIT
           END-IF
           MOVE PNM-TAB-IMAGE (PNM-FOUND-IDX) TO PENDING-TRAN-RECORD
           IF PND-RELEASED
               MOVE "ITEM IS RELEASED - AWAITING MRECUPDT"
                   TO PNM-REASON-TXT
           END-IF.
       2300-EXIT.
           EXIT.
      *
       2310-MATCH-ONE-ITEM.
           IF PNM-TAB-ITEM-NO (PNM-IX) = PNM-TXN-ITEM-NO
               AND PNM-TAB-LIVE-SW (PNM-IX) = "Y"
               MOVE PNM-IX TO PNM-FOUND-IDX
           END-IF.
       2310-EXIT.
           EXIT.
      *
       2400-ADD-ITEM.
           PERFORM 2100-EDIT-EFF-DATE THRU 2100-EXIT
           IF PNM-REASON-TXT NOT = SPACES
               GO TO 2400-EXIT
           END-IF
           PERFORM 2200-EDIT-TRAN THRU 2200-EXIT
           IF PNM-REASON-TXT NOT = SPACES
               GO TO 2400-EXIT
           END-IF
           IF PNM-ITEM-CNT >= PNM-ITEM-MAX
               ADD 1 TO PNM-ITEM-OVERFLOW-CNT
               MOVE "WAREHOUSE TABLE FULL" TO PNM-REASON-TXT
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO PNM-HIGH-ITEM-NO
           MOVE SPACES TO PENDING-TRAN-RECORD
           MOVE PNM-HIGH-ITEM-NO TO PND-ITEM-NO
           MOVE "P" TO PND-STATUS
           MOVE PNM-EFF-DATE TO PND-EFF-DATE
           MOVE 0 TO PND-DUE-DATE
           MOVE 0 TO PND-REL-BATCH-NO
           MOVE 0 TO PND-REL-SEQ
           MOVE AUT-WS-ANALYST-ID TO PND-KEYED-BY
           MOVE PNM-RUN-DATE TO PND-KEYED-DATE
           MOVE 0 TO PND-CHANGED-DATE
           MOVE PNM-TXN-TRAN TO PND-TRAN
           ADD 1 TO PNM-ITEM-CNT
           MOVE PND-ITEM-NO TO PNM-TAB-ITEM-NO (PNM-ITEM-CNT)
           MOVE "Y" TO PNM-TAB-LIVE-SW (PNM-ITEM-CNT)
           MOVE PENDING-TRAN-RECORD TO PNM-TAB-IMAGE (PNM-ITEM-CNT)
           MOVE "ADDED" TO PNM-REASON-TXT
           PERFORM 2800-LIST-APPLIED THRU 2800-EXIT.
       2400-EXIT.
           EXIT.
      *
       2500-CHANGE-ITEM.
           PERFORM 2300-FIND-ITEM THRU 2300-EXIT
           IF PNM-REASON-TXT NOT = SPACES
               GO TO 2500-EXIT
           END-IF
           MOVE PND-EFF-DATE TO PNM-EFF-DATE
           IF PNM-TXN-EFF-DATE-X NOT = SPACES
               AND PNM-TXN-EFF-DATE-X NOT = ZEROS
               PERFORM 2100-EDIT-EFF-DATE THRU 2100-EXIT
               IF PNM-REASON-TXT NOT = SPACES
                   GO TO 2500-EXIT
               END-IF
           END-IF
           IF PNM-TXN-TRAN-ACTION NOT = SPACE
               PERFORM 2200-EDIT-TRAN THRU 2200-EXIT
               IF PNM-REASON-TXT NOT = SPACES
                   GO TO 2500-EXIT
               END-IF
               MOVE PNM-TXN-TRAN TO PND-TRAN
           END-IF
           MOVE PNM-EFF-DATE TO PND-EFF-DATE
           MOVE "P" TO PND-STATUS
           MOVE SPACES TO PND-REASON
           MOVE 0 TO PND-DUE-DATE
           MOVE 0 TO PND-REL-BATCH-NO
           MOVE 0 TO PND-REL-SEQ
           MOVE AUT-WS-ANALYST-ID TO PND-CHANGED-BY
           MOVE PNM-RUN-DATE TO PND-CHANGED-DATE
           MOVE PENDING-TRAN-RECORD TO PNM-TAB-IMAGE (PNM-FOUND-IDX)
           MOVE "CHANGED - PENDING" TO PNM-REASON-TXT
           PERFORM 2800-LIST-APPLIED THRU 2800-EXIT.
       2500-EXIT.
           EXIT.
      *
       2600-CANCEL-ITEM.
           PERFORM 2300-FIND-ITEM THRU 2300-EXIT
           IF PNM-REASON-TXT NOT = SPACES
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO PNM-TAB-LIVE-SW (PNM-FOUND-IDX)
           MOVE "CANCELLED" TO PNM-REASON-TXT
           PERFORM 2800-LIST-APPLIED THRU 2800-EXIT.
       2600-EXIT.
           EXIT.
      *
      *> PNM-REASON-TXT CARRIES THE OUTCOME IN AND IS CLEARED ON THE
      *> WAY OUT SO 2000 DOES NOT TAKE IT FOR A REJECTION.
       2800-LIST-APPLIED.
           ADD 1 TO PNM-APPLIED-CNT
           MOVE SPACES TO PNM-OUT-LINE
           STRING "APPLIED  " PNM-TXN-ACTION " ITEM " PND-ITEM-NO
               " EFF " PND-EFF-DATE " - " DELIMITED BY SIZE
               PNM-REASON-TXT DELIMITED BY SIZE
               INTO PNM-OUT-LINE
           END-STRING
           WRITE PENDRPT-RECORD FROM PNM-OUT-LINE
           MOVE SPACES TO PNM-REASON-TXT.
       2800-EXIT.
           EXIT.
      *
       2900-REJECT-TRAN.
           ADD 1 TO PNM-REJECTED-CNT
           MOVE SPACES TO PNM-OUT-LINE
           STRING "REJECTED " PNM-TXN-ACTION " ITEM " PNM-TXN-ITEM-NO
               " EFF " PNM-TXN-EFF-DATE-X " - " DELIMITED BY SIZE
               PNM-REASON-TXT DELIMITED BY SIZE
               INTO PNM-OUT-LINE
           END-STRING
           WRITE PENDRPT-RECORD FROM PNM-OUT-LINE.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-WRITE-NEW-WAREHOUSE - EVERY ITEM NOT CANCELLED ROLLS TO  *
      *  PENDOUT IN ITS OLD ORDER WITH ADDS AFTER, AND IS LISTED.      *
      ******************************************************************
       3000-WRITE-NEW-WAREHOUSE.
           MOVE SPACES TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE "WAREHOUSE AFTER THIS RUN:" TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           PERFORM 3100-WRITE-ONE-ITEM THRU 3100-EXIT
               VARYING PNM-IX FROM 1 BY 1
               UNTIL PNM-IX > PNM-ITEM-CNT.
       3000-EXIT.
           EXIT.
      *
       3100-WRITE-ONE-ITEM.
           IF PNM-TAB-LIVE-SW (PNM-IX) NOT = "Y"
               GO TO 3100-EXIT
           END-IF
           MOVE PNM-TAB-IMAGE (PNM-IX) TO PENDING-TRAN-RECORD
           WRITE PENDOUT-RECORD FROM PENDING-TRAN-RECORD
           ADD 1 TO PNM-OUT-CNT
           EVALUATE TRUE
               WHEN PND-PENDING
                   MOVE "PENDING " TO PNM-STATE-TXT
               WHEN PND-RELEASED
                   MOVE "RELEASED" TO PNM-STATE-TXT
               WHEN PND-FAILED
                   MOVE "FAILED  " TO PNM-STATE-TXT
               WHEN OTHER
                   MOVE "UNKNOWN " TO PNM-STATE-TXT
           END-EVALUATE
           MOVE PND-TRAN-IMAGE TO PNM-TRAN-MASTER-REC
           MOVE SPACES TO PNM-OUT-LINE
           STRING "  " PND-ITEM-NO " " PNM-STATE-TXT " EFF "
               PND-EFF-DATE " " PND-TRAN-ACTION " ACCOUNT "
               ACCOUNT_NO OF PNM-TRAN-MASTER-REC " "
               DELIMITED BY SIZE
               PND-REASON DELIMITED BY SIZE
               INTO PNM-OUT-LINE
           END-STRING
           WRITE PENDRPT-RECORD FROM PNM-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "PENDMNT - " PNM-TXN-CNT " TRANSACTIONS, "
               PNM-APPLIED-CNT " APPLIED, " PNM-REJECTED-CNT
               " REJECTED, " PNM-OUT-CNT " ITEMS IN WAREHOUSE"
           IF PNM-REJECTED-CNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF PNM-ITEM-OVERFLOW-CNT > 0
               DISPLAY "PENDMNT - " PNM-ITEM-OVERFLOW-CNT
                   " ITEMS EXCEEDED THE IN-MEMORY TABLE - NEW "
                   "WAREHOUSE INCOMPLETE, DO NOT PROMOTE IT"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> SHARED CHECK-DIGIT PARAGRAPHS - SEE ACCDGCK.cpy.
       COPY ACCDGCK.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *
       8500-POST-RUN-LOG.
           MOVE "PENDMNT" TO RNL-WS-PROGRAM
           MOVE PNM-TXN-CNT TO RNL-WS-RECORDS-IN
           MOVE PNM-OUT-CNT TO RNL-WS-RECORDS-OUT
           MOVE PNM-REJECTED-CNT TO RNL-WS-RECORDS-SUSP
           COMPUTE RNL-WS-TABLE-PEAK (1) =
               PNM-ITEM-CNT + PNM-ITEM-OVERFLOW-CNT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF PNM-PENDTXN-OPENED
               CLOSE PENDTXN-FILE
           END-IF
           IF PNM-PENDIN-OPENED
               CLOSE PENDIN-FILE
           END-IF
           IF PNM-PENDOUT-OPENED
               CLOSE PENDOUT-FILE
           END-IF
           IF PNM-PENDRPT-OPENED
               CLOSE PENDRPT-FILE
           END-IF.
