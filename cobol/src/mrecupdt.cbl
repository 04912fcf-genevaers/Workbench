      **                   NO FULL-FILE REWRITE.  "S" (OR NO PARM)    *
      **                   KEEPS THE ORIGINAL OLD/NEW SEQUENTIAL      *
      **                   MODE.  SAME AUDLIST OUTPUT EITHER WAY.     *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   CARRYING THE MASTER TABLE'S PEAK FILL FOR  *
      **                   CAPMON.                                    *
      **  2026/10/15 DAO   REJECT AN ADD WHOSE ACCOUNT_NO FAILS THE   *
      **                   MODULUS-11 CHECK DIGIT (ACCDGWS/ACCDGCK)   *
      **                   - NEW NUMBERS NOW COME FROM ACCTASGN.      *
      **  2026/10/15 DAO   TRANFILE NOW ARRIVES IN BATCHES, EACH      *
      **                   WRAPPED IN A HEADER AND A CONTROL-TOTAL    *
      **                   TRAILER (TRANBCTL). EVERY BATCH IS PROVED  *
      **                   BEFORE ANYTHING IS APPLIED; ONE WHOSE      *
      **                   TRAILER DOES NOT PROVE, THAT HAS NO        *
      **                   TRAILER, OR WHOSE SOURCE AND BATCH NUMBER  *
      **                   WERE ALREADY APPLIED IS REJECTED WHOLE.    *
      **                   EVERY BATCH IS RECORDED ON THE BATCH       *
      **                   CONTROL REGISTER (DD BCHREG, BCHREGRC).    *
      **  2026/10/15 DAO   APPEND EVERY TRANSACTION NOT APPLIED -     *
      **                   REJECTED ON ITS OWN OR PASSED OVER WITH    *
      **                   ITS BATCH - TO DD TRANREJ (TREJREC) WITH   *
      **                   ITS BATCH, POSITION AND REASON, SO         *
      **                   PENDREL CAN RETURN FAILED RELEASES TO THE  *
      **                   WAREHOUSE.                                 *
      **  2026/10/15 DAO   ENFORCE THE ACCOUNT STATUS TRANSITION      *
      **                   RULES (DD STATRUL, STATRREC) ON EVERY      *
      **                   CHANGE - A FORBIDDEN REC_TYPE OR ACT_TYPE  *
      **                   MOVE, OR ONE NEEDING A REASON CODE THAT    *
      **                   THE TRANSACTION DOES NOT CARRY, IS         *
      **                   REJECTED. EVERY MOVE IS LOGGED TO DD       *
      **                   STATLOG (STATLREC) FOR MRECTRNS.           *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL LOCKAUD-FILE ASSIGN TO "LOCKAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCK-WS-AUD-STATUS.
      *> OPTIONAL - THE BATCH CONTROL REGISTER, READ FOR THE BATCHES
      *> ALREADY APPLIED AND THEN EXTENDED; THE FIRST-EVER RUN CREATES
      *> IT.
           SELECT OPTIONAL BCHREG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MUP-BCHREG-STATUS.
      *> OPTIONAL - THE TRANSACTIONS NOT APPLIED, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.  SEQUENTIAL FOR THE SAME REASON AS
      *> OLDMAST.
           SELECT OPTIONAL TRANREJ-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MUP-TRANREJ-STATUS.
      *> OPTIONAL - THE STATUS TRANSITION RULES.  WITHOUT THEM EVERY
      *> CHANGE IS ALLOWED, THE SAME AS BEFORE THE RULES EXISTED.
           SELECT OPTIONAL STATRUL-FILE ASSIGN TO "STATRUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MUP-STATRUL-STATUS.
      *> OPTIONAL - THE STATUS TRANSITION LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL STATLOG-FILE ASSIGN TO "STATLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MUP-STATLOG-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLDMAST-FILE.
               88  MUP-TRAN-ADD            VALUE "A".
               88  MUP-TRAN-CHANGE         VALUE "C".
               88  MUP-TRAN-DELETE         VALUE "D".
               88  MUP-TRAN-HEADER         VALUE "H".
               88  MUP-TRAN-TRAILER        VALUE "T".
      *> THE FULL 37-BYTE MASTER_REC IMAGE - OTHER-DOB'S LARGER
      *> REDEFINES EXTENDS THE RECORD PAST THE SUM OF ITS PARTS.
           05  MUP-TRAN-IMAGE              PIC X(37).
      *> REQUIRED ON A CHANGE WHOSE REC_TYPE OR ACT_TYPE MOVE THE
      *> STATUS TRANSITION RULES SAY NEEDS ONE - SEE STATRREC.cpy.
           05  MUP-TRAN-REASON             PIC X(02).
      *> THE BATCH HEADER AND TRAILER - SEE TRANBCTL.cpy.
       COPY TRANBCTL.
       FD  NEWMAST-FILE.
       COPY MASTERREC
           REPLACING MASTER_REC BY NEW-MASTER-REC.
       COPY LOCKREC.
       FD  LOCKAUD-FILE.
       COPY LOCKAREC.
       FD  BCHREG-FILE.
       COPY BCHREGRC.
       FD  TRANREJ-FILE.
       COPY TREJREC.
       FD  STATRUL-FILE.
       COPY STATRREC.
       FD  STATLOG-FILE.
       COPY STATLREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED AUTHORIZATION-CHECK WORK FIELDS - SEE AUTHWS.cpy.
       COPY AUTHWS.
      *> THE SHARED MASTER-LOCK WORK FIELDS - SEE LOCKWS.cpy.
       COPY LOCKWS.
      *> THE SHARED CHECK-DIGIT WORK FIELDS - SEE ACCDGWS.cpy.
       COPY ACCDGWS.
       01  MUP-UPDPRM-STATUS               PIC XX.
           88  MUP-UPDPRM-OK               VALUE "00".
       01  MUP-MASTKEY-STATUS              PIC XX.
       01  MUP-NEW-CNT                     PIC 9(08)       VALUE 0.
       01  MUP-REASON-TXT                  PIC X(40)       VALUE SPACES.
       01  MUP-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> ---------------------- BATCH CONTROL --------------------------
       01  MUP-BCHREG-STATUS               PIC XX.
           88  MUP-BCHREG-OK               VALUE "00" "05".
       01  MUP-BCHREG-OPENED-SW            PIC X(01)       VALUE "N".
           88  MUP-BCHREG-OPENED           VALUE "Y".
       01  MUP-TRANREJ-STATUS              PIC XX.
           88  MUP-TRANREJ-OK              VALUE "00" "05".
       01  MUP-TRANREJ-OPENED-SW           PIC X(01)       VALUE "N".
           88  MUP-TRANREJ-OPENED          VALUE "Y".
       01  MUP-PROOF-EOF-SW                PIC X(01)       VALUE "N".
           88  MUP-PROOF-EOF               VALUE "Y".
       01  MUP-IN-BATCH-SW                 PIC X(01)       VALUE "N".
           88  MUP-IN-BATCH                VALUE "Y".
       01  MUP-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  MUP-RUN-TIME                    PIC 9(08)       VALUE 0.
      *> EVERY SOURCE AND BATCH NUMBER EVER APPLIED - THE REGISTER'S
      *> APPLIED ROWS, PLUS EACH BATCH THIS RUN PROVES, SO A BATCH
      *> SENT TWICE IN ONE FILE IS CAUGHT THE SAME AS ONE SENT ON TWO
      *> DAYS.
       01  MUP-DONE-MAX                    PIC 9(05) COMP  VALUE 9999.
       01  MUP-DONE-CNT                    PIC 9(05)       VALUE 0.
       01  MUP-DONE-OVER-CNT               PIC 9(05)       VALUE 0.
       01  MUP-DONE-TAB.
           05  MUP-DONE-KEY                PIC X(14)
                                           OCCURS 9999 TIMES.
       01  MUP-DONE-IX                     PIC 9(05) COMP  VALUE 0.
       01  MUP-DONE-FOUND-SW               PIC X(01)       VALUE "N".
           88  MUP-DONE-FOUND              VALUE "Y".
       01  MUP-BATCH-KEY.
           05  MUP-BATCH-KEY-SOURCE        PIC X(08).
           05  MUP-BATCH-KEY-NO            PIC X(06).
      *> THE PROOF PASS'S VERDICT ON EACH BATCH IN THIS FILE, IN FILE
      *> ORDER - "A" APPLY, "R" REJECT AND WHY.
       01  MUP-BAT-MAX                     PIC 9(05) COMP  VALUE 500.
       01  MUP-BAT-CNT                     PIC 9(05) COMP  VALUE 0.
       01  MUP-BAT-IX                      PIC 9(05) COMP  VALUE 0.
       01  MUP-BAT-TAB.
           05  MUP-BAT-ENTRY               OCCURS 500 TIMES.
               10  MUP-BAT-STATUS          PIC X(01).
               10  MUP-BAT-REASON          PIC X(30).
       01  MUP-BAT-WORK-REASON             PIC X(30)       VALUE SPACES.
      *> THE PROOF PASS'S RUNNING TOTALS OVER THE CURRENT BATCH, KEPT
      *> THE WAY TRANBCTL.cpy DEFINES THE TRAILER'S.
       01  MUP-ACC-TRAN-CNT                PIC 9(05)       VALUE 0.
       01  MUP-ACC-ADD-CNT                 PIC 9(05)       VALUE 0.
       01  MUP-ACC-CHANGE-CNT              PIC 9(05)       VALUE 0.
       01  MUP-ACC-DELETE-CNT              PIC 9(05)       VALUE 0.
       01  MUP-ACC-HASH                    PIC 9(15)       COMP-3
                                                           VALUE 0.
       01  MUP-ACC-AMOUNT                  PIC S9(11)V99   COMP-3
                                                           VALUE 0.
       01  MUP-HASH-ACCOUNT                PIC X(09)       VALUE SPACES.
       01  MUP-HASH-ACCOUNT-NUM REDEFINES MUP-HASH-ACCOUNT
                                           PIC 9(09).
      *> THE BATCH THE APPLY PASS IS IN.
       01  MUP-CUR-SOURCE                  PIC X(08)       VALUE SPACES.
       01  MUP-CUR-BATCH-NO                PIC X(06)       VALUE SPACES.
       01  MUP-CUR-BATCH-DATE              PIC X(08)       VALUE SPACES.
       01  MUP-CUR-STATUS                  PIC X(01)       VALUE SPACE.
           88  MUP-CUR-APPLYING            VALUE "A".
           88  MUP-CUR-REJECTED            VALUE "R".
       01  MUP-CUR-REASON                  PIC X(30)       VALUE SPACES.
       01  MUP-CUR-TRAN-CNT                PIC 9(05)       VALUE 0.
       01  MUP-CUR-APPLIED-BASE            PIC 9(06)       VALUE 0.
       01  MUP-CUR-REJECTED-BASE           PIC 9(06)       VALUE 0.
       01  MUP-CUR-APPLIED-CNT             PIC 9(05)       VALUE 0.
       01  MUP-CUR-REJECTED-CNT            PIC 9(05)       VALUE 0.
       01  MUP-BATCH-CNT                   PIC 9(05)       VALUE 0.
       01  MUP-BATCH-APPLIED-CNT           PIC 9(05)       VALUE 0.
       01  MUP-BATCH-REJECTED-CNT          PIC 9(05)       VALUE 0.
       01  MUP-SKIPPED-CNT                 PIC 9(06)       VALUE 0.
      *> ------------------- STATUS TRANSITIONS ------------------------
       01  MUP-STATRUL-STATUS              PIC XX.
           88  MUP-STATRUL-OK              VALUE "00" "05".
       01  MUP-STATLOG-STATUS              PIC XX.
           88  MUP-STATLOG-OK              VALUE "00" "05".
       01  MUP-STATLOG-OPENED-SW           PIC X(01)       VALUE "N".
           88  MUP-STATLOG-OPENED          VALUE "Y".
       01  MUP-RUL-EOF-SW                  PIC X(01)       VALUE "N".
           88  MUP-RUL-EOF                 VALUE "Y".
      *> THE ACCOUNT AS IT STANDS BEFORE THE CHANGE.
       COPY MASTERREC
           REPLACING MASTER_REC BY OLD-MASTER-REC.
      *> EVERY RULE ROW OF DD STATRUL - SEE STATRREC.cpy.
       01  MUP-RUL-MAX                     PIC 9(04) COMP  VALUE 200.
       01  MUP-RUL-CNT                     PIC 9(04)       VALUE 0.
       01  MUP-RUL-OVER-CNT                PIC 9(04)       VALUE 0.
       01  MUP-RUL-LINE-NO                 PIC 9(05)       VALUE 0.
       01  MUP-RUL-TAB.
           05  MUP-RUL-ENTRY               OCCURS 200 TIMES.
               10  MUP-RUL-FIELD           PIC X(01).
               10  MUP-RUL-FROM            PIC X(01).
               10  MUP-RUL-TO              PIC X(01).
               10  MUP-RUL-OUTCOME         PIC X(01).
       01  MUP-RUL-IX                      PIC 9(04) COMP  VALUE 0.
       01  MUP-RUL-SCORE                   PIC 9(01)       VALUE 0.
       01  MUP-RUL-BEST-SCORE              PIC 9(01)       VALUE 0.
      *> THE CHANGE'S TWO STATUS FIELDS - SLOT 1 REC_TYPE, SLOT 2
      *> ACT_TYPE.  A SLOT IS ONLY JUDGED AND LOGGED WHEN THE CHANGE
      *> MOVES ITS FIELD.
       01  MUP-TRN-TAB.
           05  MUP-TRN-ENTRY               OCCURS 2 TIMES.
               10  MUP-TRN-MOVED-SW        PIC X(01).
               10  MUP-TRN-FIELD           PIC X(01).
               10  MUP-TRN-FROM            PIC X(01).
               10  MUP-TRN-TO              PIC X(01).
               10  MUP-TRN-RULE            PIC X(01).
               10  MUP-TRN-RESULT          PIC X(01).
       01  MUP-TRN-IX                      PIC 9(01) COMP  VALUE 0.
      *> THE SLOT BEING JUDGED, LIFTED OUT FOR THE RULE SEARCH.
       01  MUP-CHK-FIELD                   PIC X(01)       VALUE SPACE.
       01  MUP-CHK-FROM                    PIC X(01)       VALUE SPACE.
       01  MUP-CHK-TO                      PIC X(01)       VALUE SPACE.
       01  MUP-CHK-RULE                    PIC X(01)       VALUE SPACE.
       01  MUP-TRN-FIELD-NAME              PIC X(08)       VALUE SPACES.
       01  MUP-TRN-REASON-SW               PIC X(01)       VALUE "N".
           88  MUP-TRN-REASON-USED         VALUE "Y".
       01  MUP-TRN-LOGGED-CNT              PIC 9(06)       VALUE 0.
       01  MUP-TRN-REJECTED-CNT            PIC 9(06)       VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "MRECUPDT" TO AUT-WS-FUNCTION
           END-IF
           PERFORM 0100-READ-MODE-PARM THRU 0100-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT MUP-TRAN-EOF
               PERFORM 1200-PROVE-BATCHES THRU 1200-EXIT
           END-IF
           IF NOT MUP-TRAN-EOF
               PERFORM 1300-LOAD-STATUS-RULES THRU 1300-EXIT
           END-IF
           PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT
               UNTIL MUP-OLD-EOF
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
                   UNTIL MUP-MAST-IDX > MUP-MAST-TOP
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           EXIT.
      *
      ******************************************************************
      *  1200-PROVE-BATCHES - A FIRST PASS OVER TRANFILE THAT SETTLES  *
      *  EVERY BATCH'S VERDICT BEFORE ONE TRANSACTION IS APPLIED, SO A *
      *  BATCH THAT FAILS ITS TRAILER IS NEVER HALF ON THE MASTER.     *
      *  THE FILE IS THEN REOPENED FOR THE APPLY PASS AND THE BATCH    *
      *  CONTROL REGISTER OPENED TO TAKE THIS RUN'S ROWS.              *
      ******************************************************************
       1200-PROVE-BATCHES.
           ACCEPT MUP-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT MUP-RUN-TIME FROM TIME
           PERFORM 1210-LOAD-BATCH-REGISTER THRU 1210-EXIT
           IF MUP-TRAN-EOF
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO MUP-PROOF-EOF-SW
           MOVE "N" TO MUP-IN-BATCH-SW
           PERFORM 1230-PROVE-ONE-RECORD THRU 1230-EXIT
               UNTIL MUP-PROOF-EOF
           IF MUP-IN-BATCH
               MOVE "NO TRAILER - BATCH TRUNCATED"
                   TO MUP-BAT-WORK-REASON
               PERFORM 1250-SETTLE-BATCH THRU 1250-EXIT
           END-IF
           IF MUP-TRAN-EOF
               GO TO 1200-EXIT
           END-IF
           CLOSE TRANFILE-FILE
           OPEN INPUT TRANFILE-FILE
           IF NOT MUP-TRANFILE-OK
               DISPLAY "MRECUPDT - UNABLE TO REOPEN TRANFILE, STATUS="
                   MUP-TRANFILE-STATUS
               MOVE "N" TO MUP-TRANFILE-OPENED-SW
               PERFORM 1290-HALT-RUN THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF
           OPEN EXTEND BCHREG-FILE
           IF NOT MUP-BCHREG-OK
               DISPLAY "MRECUPDT - UNABLE TO EXTEND BCHREG, STATUS="
                   MUP-BCHREG-STATUS
               PERFORM 1290-HALT-RUN THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "Y" TO MUP-BCHREG-OPENED-SW
           OPEN EXTEND TRANREJ-FILE
           IF NOT MUP-TRANREJ-OK
               DISPLAY "MRECUPDT - UNABLE TO EXTEND TRANREJ, STATUS="
                   MUP-TRANREJ-STATUS
               PERFORM 1290-HALT-RUN THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "Y" TO MUP-TRANREJ-OPENED-SW
           MOVE "N" TO MUP-IN-BATCH-SW
           MOVE 0 TO MUP-BAT-IX.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-BATCH-REGISTER.
           OPEN INPUT BCHREG-FILE
           IF NOT MUP-BCHREG-OK
               DISPLAY "MRECUPDT - UNABLE TO OPEN BCHREG, STATUS="
                   MUP-BCHREG-STATUS
               PERFORM 1290-HALT-RUN THRU 1290-EXIT
               GO TO 1210-EXIT
           END-IF
           MOVE "N" TO MUP-PROOF-EOF-SW
           PERFORM 1220-LOAD-ONE-REGISTER-ROW THRU 1220-EXIT
               UNTIL MUP-PROOF-EOF
           CLOSE BCHREG-FILE.
       1210-EXIT.
           EXIT.
      *
       1220-LOAD-ONE-REGISTER-ROW.
           READ BCHREG-FILE
               AT END
                   MOVE "Y" TO MUP-PROOF-EOF-SW
                   GO TO 1220-EXIT
           END-READ
           IF NOT BCR-APPLIED
               GO TO 1220-EXIT
           END-IF
           MOVE BCR-SOURCE TO MUP-BATCH-KEY-SOURCE
           MOVE BCR-BATCH-NO TO MUP-BATCH-KEY-NO
           PERFORM 1280-NOTE-DONE-BATCH THRU 1280-EXIT.
       1220-EXIT.
           EXIT.
      *
      *> A TRANSACTION OR TRAILER OUTSIDE ANY BATCH IS PASSED OVER
      *> HERE - THE APPLY PASS LISTS IT REJECTED.
       1230-PROVE-ONE-RECORD.
           READ TRANFILE-FILE
               AT END
                   MOVE "Y" TO MUP-PROOF-EOF-SW
                   GO TO 1230-EXIT
           END-READ
           IF MUP-TRAN-HEADER
               IF MUP-IN-BATCH
                   MOVE "NO TRAILER - BATCH TRUNCATED"
                       TO MUP-BAT-WORK-REASON
                   PERFORM 1250-SETTLE-BATCH THRU 1250-EXIT
               END-IF
               PERFORM 1240-START-PROOF-BATCH THRU 1240-EXIT
               GO TO 1230-EXIT
           END-IF
           IF NOT MUP-IN-BATCH
               GO TO 1230-EXIT
           END-IF
           IF MUP-TRAN-TRAILER
               PERFORM 1260-PROVE-TRAILER THRU 1260-EXIT
               PERFORM 1250-SETTLE-BATCH THRU 1250-EXIT
               GO TO 1230-EXIT
           END-IF
           ADD 1 TO MUP-ACC-TRAN-CNT
           EVALUATE TRUE
               WHEN MUP-TRAN-ADD
                   ADD 1 TO MUP-ACC-ADD-CNT
               WHEN MUP-TRAN-CHANGE
                   ADD 1 TO MUP-ACC-CHANGE-CNT
               WHEN MUP-TRAN-DELETE
                   ADD 1 TO MUP-ACC-DELETE-CNT
           END-EVALUATE
           MOVE MUP-TRAN-IMAGE TO TRAN-MASTER-REC
           MOVE ACCOUNT_NO OF TRAN-MASTER-REC TO MUP-HASH-ACCOUNT
           IF MUP-HASH-ACCOUNT IS NUMERIC
               ADD MUP-HASH-ACCOUNT-NUM TO MUP-ACC-HASH
           END-IF
           IF AMOUNT OF TRAN-MASTER-REC IS NUMERIC
               ADD AMOUNT OF TRAN-MASTER-REC TO MUP-ACC-AMOUNT
           END-IF.
       1230-EXIT.
           EXIT.
      *
       1240-START-PROOF-BATCH.
           ADD 1 TO MUP-BAT-CNT
           MOVE "Y" TO MUP-IN-BATCH-SW
           MOVE 0 TO MUP-ACC-TRAN-CNT
           MOVE 0 TO MUP-ACC-ADD-CNT
           MOVE 0 TO MUP-ACC-CHANGE-CNT
           MOVE 0 TO MUP-ACC-DELETE-CNT
           MOVE 0 TO MUP-ACC-HASH
           MOVE 0 TO MUP-ACC-AMOUNT
           MOVE SPACES TO MUP-BAT-WORK-REASON
           MOVE TBH-SOURCE TO MUP-BATCH-KEY-SOURCE
           MOVE TBH-BATCH-NO TO MUP-BATCH-KEY-NO
           IF TBH-SOURCE = SPACES
               OR TBH-BATCH-NO IS NOT NUMERIC
               OR TBH-BATCH-DATE IS NOT NUMERIC
               MOVE "HEADER SOURCE/NUMBER/DATE BAD"
                   TO MUP-BAT-WORK-REASON
           END-IF.
       1240-EXIT.
           EXIT.
      *
      *> A BATCH THAT PROVES IS STILL REFUSED IF ITS SOURCE AND
      *> NUMBER WERE APPLIED BEFORE.  ONE PAST THE VERDICT TABLE IS
      *> NEITHER RECORDED NOR NOTED DONE - THE APPLY PASS REJECTS IT.
       1250-SETTLE-BATCH.
           MOVE "N" TO MUP-IN-BATCH-SW
           IF MUP-BAT-WORK-REASON = SPACES
               PERFORM 1270-SEARCH-DONE THRU 1270-EXIT
               IF MUP-DONE-FOUND
                   MOVE "BATCH NUMBER ALREADY APPLIED"
                       TO MUP-BAT-WORK-REASON
               END-IF
           END-IF
           IF MUP-BAT-CNT > MUP-BAT-MAX
               GO TO 1250-EXIT
           END-IF
           MOVE MUP-BAT-WORK-REASON TO MUP-BAT-REASON (MUP-BAT-CNT)
           IF MUP-BAT-WORK-REASON NOT = SPACES
               MOVE "R" TO MUP-BAT-STATUS (MUP-BAT-CNT)
               GO TO 1250-EXIT
           END-IF
           MOVE "A" TO MUP-BAT-STATUS (MUP-BAT-CNT)
           PERFORM 1280-NOTE-DONE-BATCH THRU 1280-EXIT.
       1250-EXIT.
           EXIT.
      *
      *> THE FIRST TOTAL THAT DISAGREES IS THE REASON GIVEN.  A BATCH
      *> ALREADY REFUSED AT ITS HEADER KEEPS THAT REASON.
       1260-PROVE-TRAILER.
           IF MUP-BAT-WORK-REASON NOT = SPACES
               GO TO 1260-EXIT
           END-IF
           IF TBT-TRAN-CNT IS NOT NUMERIC
               OR TBT-TRAN-CNT NOT = MUP-ACC-TRAN-CNT
               MOVE "TRAILER TRANSACTION COUNT OFF"
                   TO MUP-BAT-WORK-REASON
               GO TO 1260-EXIT
           END-IF
           IF TBT-ADD-CNT IS NOT NUMERIC
               OR TBT-CHANGE-CNT IS NOT NUMERIC
               OR TBT-DELETE-CNT IS NOT NUMERIC
               OR TBT-ADD-CNT NOT = MUP-ACC-ADD-CNT
               OR TBT-CHANGE-CNT NOT = MUP-ACC-CHANGE-CNT
               OR TBT-DELETE-CNT NOT = MUP-ACC-DELETE-CNT
               MOVE "TRAILER A/C/D COUNTS OFF" TO MUP-BAT-WORK-REASON
               GO TO 1260-EXIT
           END-IF
           IF TBT-ACCOUNT-HASH IS NOT NUMERIC
               OR TBT-ACCOUNT-HASH NOT = MUP-ACC-HASH
               MOVE "TRAILER ACCOUNT HASH OFF" TO MUP-BAT-WORK-REASON
               GO TO 1260-EXIT
           END-IF
           IF TBT-AMOUNT-TOTAL IS NOT NUMERIC
               OR TBT-AMOUNT-TOTAL NOT = MUP-ACC-AMOUNT
               MOVE "TRAILER AMOUNT TOTAL OFF" TO MUP-BAT-WORK-REASON
           END-IF.
       1260-EXIT.
           EXIT.
      *
       1270-SEARCH-DONE.
           MOVE "N" TO MUP-DONE-FOUND-SW
           PERFORM 1275-MATCH-ONE-DONE THRU 1275-EXIT
               VARYING MUP-DONE-IX FROM 1 BY 1
               UNTIL MUP-DONE-IX > MUP-DONE-CNT
               OR MUP-DONE-FOUND.
       1270-EXIT.
           EXIT.
      *
       1275-MATCH-ONE-DONE.
           IF MUP-DONE-KEY (MUP-DONE-IX) = MUP-BATCH-KEY
               MOVE "Y" TO MUP-DONE-FOUND-SW
           END-IF.
       1275-EXIT.
           EXIT.
      *
      *> A FULL TABLE STOPS THE RUN - WITHOUT EVERY APPLIED BATCH IN
      *> HAND A RESENT ONE COULD NOT BE TOLD FROM A NEW ONE.
       1280-NOTE-DONE-BATCH.
           IF MUP-DONE-CNT NOT < MUP-DONE-MAX
               ADD 1 TO MUP-DONE-OVER-CNT
               DISPLAY "MRECUPDT - MORE THAN " MUP-DONE-CNT
                   " APPLIED BATCHES - WIDEN MUP-DONE-TAB"
               PERFORM 1290-HALT-RUN THRU 1290-EXIT
               GO TO 1280-EXIT
           END-IF
           ADD 1 TO MUP-DONE-CNT
           MOVE MUP-BATCH-KEY TO MUP-DONE-KEY (MUP-DONE-CNT).
       1280-EXIT.
           EXIT.
      *
       1290-HALT-RUN.
           MOVE "Y" TO MUP-PROOF-EOF-SW
           MOVE "Y" TO MUP-OLD-EOF-SW
           MOVE "Y" TO MUP-TRAN-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1290-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-LOAD-STATUS-RULES - TABLES THE STATUS TRANSITION RULES   *
      *  AND OPENS THE TRANSITION LOG.  A BAD RULE ROW OR A FULL TABLE *
      *  STOPS THE RUN - A RULE SILENTLY DROPPED WOULD LET THROUGH THE *
      *  VERY MOVE IT WAS WRITTEN TO STOP.                             *
      ******************************************************************
       1300-LOAD-STATUS-RULES.
           OPEN INPUT STATRUL-FILE
           IF NOT MUP-STATRUL-OK
               DISPLAY "MRECUPDT - UNABLE TO OPEN STATRUL, STATUS="
                   MUP-STATRUL-STATUS
               PERFORM 1290-HALT-RUN THRU 1290-EXIT
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LOAD-ONE-RULE THRU 1310-EXIT
               UNTIL MUP-RUL-EOF
           CLOSE STATRUL-FILE
           IF MUP-TRAN-EOF
               GO TO 1300-EXIT
           END-IF
           OPEN EXTEND STATLOG-FILE
           IF NOT MUP-STATLOG-OK
               DISPLAY "MRECUPDT - UNABLE TO EXTEND STATLOG, STATUS="
                   MUP-STATLOG-STATUS
               PERFORM 1290-HALT-RUN THRU 1290-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE "Y" TO MUP-STATLOG-OPENED-SW.
       1300-EXIT.
           EXIT.
      *
       1310-LOAD-ONE-RULE.
           READ STATRUL-FILE
               AT END
                   MOVE "Y" TO MUP-RUL-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           ADD 1 TO MUP-RUL-LINE-NO
           IF STR-IS-COMMENT OR STATUS-RULE-RECORD = SPACES
               GO TO 1310-EXIT
           END-IF
           IF (NOT STR-IS-REC-TYPE AND NOT STR-IS-ACT-TYPE)
               OR (NOT STR-ALLOWED AND NOT STR-NEEDS-REASON
                   AND NOT STR-FORBIDDEN)
               OR STR-FROM = SPACE OR STR-TO = SPACE
               DISPLAY "MRECUPDT - STATRUL LINE " MUP-RUL-LINE-NO
                   " IS NOT A VALID RULE"
               MOVE "Y" TO MUP-RUL-EOF-SW
               PERFORM 1290-HALT-RUN THRU 1290-EXIT
               GO TO 1310-EXIT
           END-IF
           IF MUP-RUL-CNT NOT < MUP-RUL-MAX
               ADD 1 TO MUP-RUL-OVER-CNT
               DISPLAY "MRECUPDT - MORE THAN " MUP-RUL-CNT
                   " STATUS RULES - WIDEN MUP-RUL-TAB"
               MOVE "Y" TO MUP-RUL-EOF-SW
               PERFORM 1290-HALT-RUN THRU 1290-EXIT
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO MUP-RUL-CNT
           MOVE STR-FIELD TO MUP-RUL-FIELD (MUP-RUL-CNT)
           MOVE STR-FROM TO MUP-RUL-FROM (MUP-RUL-CNT)
           MOVE STR-TO TO MUP-RUL-TO (MUP-RUL-CNT)
           MOVE STR-OUTCOME TO MUP-RUL-OUTCOME (MUP-RUL-CNT).
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-APPLY-ONE-TRAN - FINDS THE LIVE TABLE SLOT FOR THE      *
      *  TRANSACTION'S ACCOUNT AND APPLIES OR REJECTS BY ACTION.      *
      *  HEADERS AND TRAILERS OPEN AND CLOSE THE BATCH; A TRANSACTION *
      *  IN A BATCH THE PROOF PASS REFUSED IS PASSED OVER UNAPPLIED.  *
      ******************************************************************
       2000-APPLY-ONE-TRAN.
           READ TRANFILE-FILE
                   MOVE "Y" TO MUP-TRAN-EOF-SW
           END-READ
           IF MUP-TRAN-EOF
               IF MUP-IN-BATCH
                   PERFORM 2600-FINISH-BATCH THRU 2600-EXIT
               END-IF
               GO TO 2000-EXIT
           END-IF
           IF MUP-TRAN-HEADER
               IF MUP-IN-BATCH
                   PERFORM 2600-FINISH-BATCH THRU 2600-EXIT
               END-IF
               PERFORM 2500-BEGIN-BATCH THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF
           IF MUP-TRAN-TRAILER
               IF MUP-IN-BATCH
                   PERFORM 2600-FINISH-BATCH THRU 2600-EXIT
               ELSE
                   ADD 1 TO MUP-REJECTED-CNT
                   MOVE "REJECTED T TRAILER WITHOUT A HEADER"
                       TO AUDLIST-RECORD
                   WRITE AUDLIST-RECORD
               END-IF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO MUP-TRAN-CNT
           MOVE MUP-TRAN-IMAGE TO TRAN-MASTER-REC
           IF NOT MUP-IN-BATCH
               MOVE "TRANSACTION OUTSIDE A BATCH" TO MUP-REASON-TXT
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO MUP-CUR-TRAN-CNT
           IF MUP-CUR-REJECTED
               ADD 1 TO MUP-SKIPPED-CNT
               MOVE MUP-CUR-REASON TO MUP-REASON-TXT
               PERFORM 2950-WRITE-REJECT THRU 2950-EXIT
               GO TO 2000-EXIT
           END-IF
      *> A NEW ACCOUNT MUST CARRY A NUMBER ACCTASGN ISSUED - A KEYING
      *> SLIP FAILS THE CHECK DIGIT.  CHANGES AND DELETES STILL REACH
      *> LEGACY NUMBERS THAT PRE-DATE IT.
           IF MUP-TRAN-ADD
               MOVE ACCOUNT_NO OF TRAN-MASTER-REC TO ACD-ACCOUNT-NO
               PERFORM 7800-CHECK-ACCOUNT-NO THRU 7800-EXIT
               IF NOT ACD-VALID
                   MOVE ACD-REASON-TXT TO MUP-REASON-TXT
                   PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF MUP-KEYED-MODE
               PERFORM 2050-KEYED-APPLY THRU 2050-EXIT
               GO TO 2000-EXIT
                           TO MUP-REASON-TXT
                       PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
                   ELSE
                       MOVE MKY-MASTER-IMAGE TO OLD-MASTER-REC
                       PERFORM 2350-CHECK-TRANSITION THRU 2350-EXIT
                       IF MUP-REASON-TXT NOT = SPACES
                           PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
                       ELSE
                           MOVE MUP-TRAN-IMAGE TO MKY-MASTER-IMAGE
                           REWRITE MASTER-KEYED-RECORD
                           PERFORM 2390-SET-CHANGED-TEXT
                               THRU 2390-EXIT
                           PERFORM 2800-LIST-APPLIED THRU 2800-EXIT
                       END-IF
                   END-IF
               WHEN MUP-TRAN-DELETE
                   IF NOT MUP-MASTKEY-OK
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE MUP-MAST-IMAGE(MUP-FOUND-IDX) TO OLD-MASTER-REC
           PERFORM 2350-CHECK-TRANSITION THRU 2350-EXIT
           IF MUP-REASON-TXT NOT = SPACES
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE MUP-TRAN-IMAGE TO MUP-MAST-IMAGE(MUP-FOUND-IDX)
           PERFORM 2390-SET-CHANGED-TEXT THRU 2390-EXIT
           PERFORM 2800-LIST-APPLIED THRU 2800-EXIT.
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2350-CHECK-TRANSITION - JUDGES A CHANGE'S REC_TYPE AND        *
      *  ACT_TYPE MOVES (OLD-MASTER-REC TO TRAN-MASTER-REC) AGAINST    *
      *  THE STATUS TRANSITION RULES AND LOGS EACH MOVE TO STATLOG.    *
      *  MUP-REASON-TXT COMES BACK BLANK WHEN THE CHANGE MAY BE        *
      *  APPLIED, OR WITH WHY NOT.                                     *
      ******************************************************************
       2350-CHECK-TRANSITION.
           MOVE SPACES TO MUP-REASON-TXT
           MOVE "N" TO MUP-TRN-REASON-SW
           MOVE "R" TO MUP-TRN-FIELD (1)
           MOVE REC_TYPE OF OLD-MASTER-REC TO MUP-TRN-FROM (1)
           MOVE REC_TYPE OF TRAN-MASTER-REC TO MUP-TRN-TO (1)
           MOVE "A" TO MUP-TRN-FIELD (2)
           MOVE ACT_TYPE OF OLD-MASTER-REC TO MUP-TRN-FROM (2)
           MOVE ACT_TYPE OF TRAN-MASTER-REC TO MUP-TRN-TO (2)
           PERFORM 2360-JUDGE-ONE-FIELD THRU 2360-EXIT
               VARYING MUP-TRN-IX FROM 1 BY 1
               UNTIL MUP-TRN-IX > 2
           PERFORM 2380-LOG-ONE-FIELD THRU 2380-EXIT
               VARYING MUP-TRN-IX FROM 1 BY 1
               UNTIL MUP-TRN-IX > 2.
       2350-EXIT.
           EXIT.
      *
      *> THE FIRST FIELD THAT FAILS NAMES THE REJECTION.  ITS RESULT
      *> IS SET HERE; THE OTHER FIELD'S IS SETTLED AT LOGGING TIME.
       2360-JUDGE-ONE-FIELD.
           MOVE SPACE TO MUP-TRN-RESULT (MUP-TRN-IX)
           IF MUP-TRN-FROM (MUP-TRN-IX) = MUP-TRN-TO (MUP-TRN-IX)
               MOVE "N" TO MUP-TRN-MOVED-SW (MUP-TRN-IX)
               GO TO 2360-EXIT
           END-IF
           MOVE "Y" TO MUP-TRN-MOVED-SW (MUP-TRN-IX)
           MOVE MUP-TRN-FIELD (MUP-TRN-IX) TO MUP-CHK-FIELD
           MOVE MUP-TRN-FROM (MUP-TRN-IX) TO MUP-CHK-FROM
           MOVE MUP-TRN-TO (MUP-TRN-IX) TO MUP-CHK-TO
           MOVE "A" TO MUP-CHK-RULE
           MOVE 0 TO MUP-RUL-BEST-SCORE
           PERFORM 2370-SCORE-ONE-RULE THRU 2370-EXIT
               VARYING MUP-RUL-IX FROM 1 BY 1
               UNTIL MUP-RUL-IX > MUP-RUL-CNT
           MOVE MUP-CHK-RULE TO MUP-TRN-RULE (MUP-TRN-IX)
           IF MUP-TRN-FIELD (MUP-TRN-IX) = "R"
               MOVE "REC_TYPE" TO MUP-TRN-FIELD-NAME
           ELSE
               MOVE "ACT_TYPE" TO MUP-TRN-FIELD-NAME
           END-IF
           EVALUATE MUP-TRN-RULE (MUP-TRN-IX)
               WHEN "F"
                   MOVE "F" TO MUP-TRN-RESULT (MUP-TRN-IX)
               WHEN "R"
                   IF MUP-TRAN-REASON = SPACES
                       MOVE "M" TO MUP-TRN-RESULT (MUP-TRN-IX)
                   ELSE
                       MOVE "Y" TO MUP-TRN-REASON-SW
                   END-IF
           END-EVALUATE
           IF MUP-REASON-TXT NOT = SPACES
               GO TO 2360-EXIT
           END-IF
           IF MUP-TRN-RESULT (MUP-TRN-IX) = "F"
               STRING MUP-TRN-FIELD-NAME " "
                   MUP-TRN-FROM (MUP-TRN-IX) " TO "
                   MUP-TRN-TO (MUP-TRN-IX) " IS FORBIDDEN"
                   DELIMITED BY SIZE INTO MUP-REASON-TXT
               END-STRING
           END-IF
           IF MUP-TRN-RESULT (MUP-TRN-IX) = "M"
               STRING MUP-TRN-FIELD-NAME " "
                   MUP-TRN-FROM (MUP-TRN-IX) " TO "
                   MUP-TRN-TO (MUP-TRN-IX) " NEEDS A REASON CODE"
                   DELIMITED BY SIZE INTO MUP-REASON-TXT
               END-STRING
           END-IF.
       2360-EXIT.
           EXIT.
      *
      *> AN EXACT PAIR SCORES 4, AN EXACT FROM WITH A "*" TO 3, A "*"
      *> FROM WITH AN EXACT TO 2, "*" TO "*" 1.  THE HIGHEST SCORE
      *> WINS; ON A TIE THE EARLIER ROW STANDS.
       2370-SCORE-ONE-RULE.
           IF MUP-RUL-FIELD (MUP-RUL-IX) NOT = MUP-CHK-FIELD
               GO TO 2370-EXIT
           END-IF
           MOVE 0 TO MUP-RUL-SCORE
           EVALUATE TRUE
               WHEN MUP-RUL-FROM (MUP-RUL-IX) = MUP-CHK-FROM
                   AND MUP-RUL-TO (MUP-RUL-IX) = MUP-CHK-TO
                   MOVE 4 TO MUP-RUL-SCORE
               WHEN MUP-RUL-FROM (MUP-RUL-IX) = MUP-CHK-FROM
                   AND MUP-RUL-TO (MUP-RUL-IX) = "*"
                   MOVE 3 TO MUP-RUL-SCORE
               WHEN MUP-RUL-FROM (MUP-RUL-IX) = "*"
                   AND MUP-RUL-TO (MUP-RUL-IX) = MUP-CHK-TO
                   MOVE 2 TO MUP-RUL-SCORE
               WHEN MUP-RUL-FROM (MUP-RUL-IX) = "*"
                   AND MUP-RUL-TO (MUP-RUL-IX) = "*"
                   MOVE 1 TO MUP-RUL-SCORE
           END-EVALUATE
           IF MUP-RUL-SCORE > MUP-RUL-BEST-SCORE
               MOVE MUP-RUL-SCORE TO MUP-RUL-BEST-SCORE
               MOVE MUP-RUL-OUTCOME (MUP-RUL-IX) TO MUP-CHK-RULE
           END-IF.
       2370-EXIT.
           EXIT.
      *
       2380-LOG-ONE-FIELD.
           IF MUP-TRN-MOVED-SW (MUP-TRN-IX) NOT = "Y"
               GO TO 2380-EXIT
           END-IF
           IF MUP-REASON-TXT = SPACES
               MOVE "A" TO MUP-TRN-RESULT (MUP-TRN-IX)
           ELSE
               ADD 1 TO MUP-TRN-REJECTED-CNT
               IF MUP-TRN-RESULT (MUP-TRN-IX) = SPACE
                   MOVE "O" TO MUP-TRN-RESULT (MUP-TRN-IX)
               END-IF
           END-IF
           ADD 1 TO MUP-TRN-LOGGED-CNT
           IF NOT MUP-STATLOG-OPENED
               GO TO 2380-EXIT
           END-IF
           MOVE MUP-RUN-DATE TO STL-RUN-DATE
           MOVE MUP-RUN-TIME TO STL-RUN-TIME
           MOVE ACCOUNT_NO OF TRAN-MASTER-REC TO STL-ACCOUNT-NO
           MOVE MUP-TRN-FIELD (MUP-TRN-IX) TO STL-FIELD
           MOVE MUP-TRN-FROM (MUP-TRN-IX) TO STL-FROM
           MOVE MUP-TRN-TO (MUP-TRN-IX) TO STL-TO
           MOVE MUP-TRN-RULE (MUP-TRN-IX) TO STL-RULE
           MOVE MUP-TRN-RESULT (MUP-TRN-IX) TO STL-RESULT
           MOVE MUP-TRAN-REASON TO STL-REASON-CODE
           MOVE MUP-CUR-SOURCE TO STL-SOURCE
           MOVE MUP-CUR-BATCH-NO TO STL-BATCH-NO
           MOVE AUT-WS-ANALYST-ID TO STL-ANALYST-ID
           WRITE STATUS-LOG-RECORD.
       2380-EXIT.
           EXIT.
      *
      *> A CHANGE THAT USED ITS REASON CODE SAYS SO ON AUDLIST.
       2390-SET-CHANGED-TEXT.
           MOVE "CHANGED" TO MUP-REASON-TXT
           IF MUP-TRN-REASON-USED
               STRING "CHANGED, STATUS REASON " MUP-TRAN-REASON
                   DELIMITED BY SIZE INTO MUP-REASON-TXT
               END-STRING
           END-IF.
       2390-EXIT.
           EXIT.
      *
       2400-APPLY-DELETE.
           IF MUP-FOUND-IDX = 0
           PERFORM 2800-LIST-APPLIED THRU 2800-EXIT.
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-BEGIN-BATCH - PICKS UP THE PROOF PASS'S VERDICT FOR THE  *
      *  NEXT BATCH IN THE FILE AND LISTS THE HEADER.                  *
      ******************************************************************
       2500-BEGIN-BATCH.
           ADD 1 TO MUP-BAT-IX
           ADD 1 TO MUP-BATCH-CNT
           MOVE "Y" TO MUP-IN-BATCH-SW
           MOVE TBH-SOURCE TO MUP-CUR-SOURCE
           MOVE TBH-BATCH-NO TO MUP-CUR-BATCH-NO
           MOVE TBH-BATCH-DATE TO MUP-CUR-BATCH-DATE
           MOVE 0 TO MUP-CUR-TRAN-CNT
           MOVE MUP-APPLIED-CNT TO MUP-CUR-APPLIED-BASE
           MOVE MUP-REJECTED-CNT TO MUP-CUR-REJECTED-BASE
           IF MUP-BAT-IX > MUP-BAT-MAX
               MOVE "R" TO MUP-CUR-STATUS
               MOVE "TOO MANY BATCHES IN ONE FILE" TO MUP-CUR-REASON
           ELSE
               MOVE MUP-BAT-STATUS (MUP-BAT-IX) TO MUP-CUR-STATUS
               MOVE MUP-BAT-REASON (MUP-BAT-IX) TO MUP-CUR-REASON
           END-IF
           MOVE SPACES TO MUP-OUT-LINE
           STRING "BATCH    " MUP-CUR-SOURCE " " MUP-CUR-BATCH-NO
               " DATED " MUP-CUR-BATCH-DATE DELIMITED BY SIZE
               INTO MUP-OUT-LINE
           END-STRING
           IF MUP-CUR-REJECTED
               MOVE " - REJECTED, " TO MUP-OUT-LINE (40:13)
               MOVE MUP-CUR-REASON TO MUP-OUT-LINE (53:30)
           ELSE
               MOVE " - PROVED, APPLYING" TO MUP-OUT-LINE (40:19)
           END-IF
           WRITE AUDLIST-RECORD FROM MUP-OUT-LINE.
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2600-FINISH-BATCH - LISTS THE BATCH'S OUTCOME AND RECORDS IT  *
      *  ON THE BATCH CONTROL REGISTER.                                *
      ******************************************************************
       2600-FINISH-BATCH.
           MOVE "N" TO MUP-IN-BATCH-SW
           COMPUTE MUP-CUR-APPLIED-CNT =
               MUP-APPLIED-CNT - MUP-CUR-APPLIED-BASE
           COMPUTE MUP-CUR-REJECTED-CNT =
               MUP-REJECTED-CNT - MUP-CUR-REJECTED-BASE
           IF MUP-CUR-REJECTED
               ADD 1 TO MUP-BATCH-REJECTED-CNT
           ELSE
               ADD 1 TO MUP-BATCH-APPLIED-CNT
           END-IF
           MOVE SPACES TO MUP-OUT-LINE
           STRING "END      " MUP-CUR-SOURCE " " MUP-CUR-BATCH-NO
               " - " MUP-CUR-TRAN-CNT " TRANSACTIONS, "
               MUP-CUR-APPLIED-CNT " APPLIED, "
               MUP-CUR-REJECTED-CNT " REJECTED"
               DELIMITED BY SIZE INTO MUP-OUT-LINE
           END-STRING
           WRITE AUDLIST-RECORD FROM MUP-OUT-LINE
           IF NOT MUP-BCHREG-OPENED
               GO TO 2600-EXIT
           END-IF
           MOVE MUP-CUR-SOURCE TO BCR-SOURCE
           MOVE MUP-CUR-BATCH-NO TO BCR-BATCH-NO
           MOVE MUP-CUR-BATCH-DATE TO BCR-BATCH-DATE
           MOVE MUP-CUR-STATUS TO BCR-STATUS
           MOVE MUP-CUR-REASON TO BCR-REASON
           MOVE MUP-CUR-TRAN-CNT TO BCR-TRAN-CNT
           MOVE MUP-CUR-APPLIED-CNT TO BCR-TRAN-APPLIED
           MOVE MUP-CUR-REJECTED-CNT TO BCR-TRAN-REJECTED
           MOVE MUP-RUN-DATE TO BCR-RUN-DATE
           MOVE MUP-RUN-TIME TO BCR-RUN-TIME
           MOVE AUT-WS-ANALYST-ID TO BCR-ANALYST-ID
           WRITE BATCH-REGISTER-RECORD.
       2600-EXIT.
           EXIT.
      *
       2800-LIST-APPLIED.
           ADD 1 TO MUP-APPLIED-CNT
               MUP-REASON-TXT DELIMITED BY SIZE
               INTO MUP-OUT-LINE
           END-STRING
           WRITE AUDLIST-RECORD FROM MUP-OUT-LINE
           PERFORM 2950-WRITE-REJECT THRU 2950-EXIT.
       2900-EXIT.
           EXIT.
      *
       2950-WRITE-REJECT.
           IF NOT MUP-TRANREJ-OPENED
               GO TO 2950-EXIT
           END-IF
           IF MUP-IN-BATCH
               MOVE MUP-CUR-SOURCE TO TRJ-SOURCE
               MOVE MUP-CUR-BATCH-NO TO TRJ-BATCH-NO
               MOVE MUP-CUR-TRAN-CNT TO TRJ-SEQ
           ELSE
               MOVE SPACES TO TRJ-SOURCE
               MOVE "000000" TO TRJ-BATCH-NO
               MOVE 0 TO TRJ-SEQ
           END-IF
           MOVE MUP-REASON-TXT TO TRJ-REASON
           MOVE MUP-RUN-DATE TO TRJ-RUN-DATE
           MOVE MUP-RUN-TIME TO TRJ-RUN-TIME
           MOVE TRAN-RECORD TO TRJ-TRAN
           WRITE TRAN-REJECT-RECORD.
       2950-EXIT.
           EXIT.
      *
       3000-WRITE-NEW-MASTER.
           IF MUP-MAST-STATE(MUP-MAST-IDX) = "A"
           DISPLAY "MRECUPDT - " MUP-OLD-CNT " OLD, " MUP-TRAN-CNT
               " TRANSACTIONS, " MUP-APPLIED-CNT " APPLIED, "
               MUP-REJECTED-CNT " REJECTED, " MUP-NEW-CNT " NEW"
           DISPLAY "MRECUPDT - " MUP-BATCH-CNT " BATCHES, "
               MUP-BATCH-APPLIED-CNT " APPLIED, "
               MUP-BATCH-REJECTED-CNT " REJECTED WHOLE ("
               MUP-SKIPPED-CNT " TRANSACTIONS NOT APPLIED)"
           IF MUP-REJECTED-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF
           IF MUP-BATCH-REJECTED-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF
           DISPLAY "MRECUPDT - " MUP-TRN-LOGGED-CNT
               " STATUS TRANSITIONS, " MUP-TRN-REJECTED-CNT
               " ON CHANGES REJECTED"
           IF MUP-MAST-OVERFLOW-CNT > 0
               DISPLAY "MRECUPDT - " MUP-MAST-OVERFLOW-CNT
                   " RECORDS EXCEEDED THE MASTER TABLE - NEW MASTER "
       4000-EXIT.
           EXIT.
      *
      *> SHARED CHECK-DIGIT PARAGRAPHS - SEE ACCDGCK.cpy.
       COPY ACCDGCK.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *
      *> SHARED MASTER-LOCK PARAGRAPHS - SEE LOCKCK.cpy.
       COPY LOCKCK.
      *
       8500-POST-RUN-LOG.
           MOVE "MRECUPDT" TO RNL-WS-PROGRAM
           MOVE MUP-TRAN-CNT     TO RNL-WS-RECORDS-IN
           MOVE MUP-NEW-CNT      TO RNL-WS-RECORDS-OUT
           MOVE MUP-REJECTED-CNT TO RNL-WS-RECORDS-SUSP
           COMPUTE RNL-WS-TABLE-PEAK (1) =
               MUP-MAST-TOP + MUP-MAST-OVERFLOW-CNT
           COMPUTE RNL-WS-TABLE-PEAK (2) =
               MUP-DONE-CNT + MUP-DONE-OVER-CNT
           COMPUTE RNL-WS-TABLE-PEAK (3) =
               MUP-RUL-CNT + MUP-RUL-OVER-CNT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF MUP-OLDMAST-OPENED
               CLOSE MASTKEY-FILE
               CLOSE AUDLIST-FILE
           END-IF
           IF MUP-BCHREG-OPENED
               CLOSE BCHREG-FILE
           END-IF
           IF MUP-TRANREJ-OPENED
               CLOSE TRANREJ-FILE
           END-IF
           IF MUP-STATLOG-OPENED
               CLOSE STATLOG-FILE
           END-IF
           PERFORM 8450-RELEASE-LOCK THRU 8450-EXIT.
