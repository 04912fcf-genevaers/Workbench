      ******************************************************************
      **                                                              *
      **  PROGRAM      DUPMNT                                          *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  ANALYST DECISIONS ON THE PROBABLE DUPLICATE    *
      **      CUSTOMERS CUSTDUP PROPOSES, POSTED TO THE SURVIVORSHIP   *
      **      FILE (DUPSURV.cpy ON DD DUPSURV).  TRANSACTIONS ON DD    *
      **      DUPTRAN ARE CUSTDUP'S OWN DUPREV ROWS WITH THE DECISION  *
      **      BYTE FILLED IN (DUPREV.cpy):                             *
      **        "C"  CONFIRM - THE SECOND CUSTOMER IS A DUPLICATE OF   *
      **             THE FIRST, WHICH SURVIVES.                        *
      **        "S"  CONFIRM SWAPPED - THE FIRST IS A DUPLICATE OF     *
      **             THE SECOND, WHICH SURVIVES.                       *
      **        "N"  NOT A DUPLICATE - CUSTDUP STOPS PROPOSING IT.     *
      **        "X"  REVERSE AN EARLIER CONFIRMATION - THE ROW IS      *
      **             MARKED "X", NOT DELETED, SO THE TRAIL SURVIVES.   *
      **      A ROW LEFT UNDECIDED IS PASSED OVER.  A CONFIRMATION IS  *
      **      REJECTED WHEN IT WOULD MERGE A CUSTOMER INTO ITSELF,     *
      **      MERGE ONE CUSTOMER INTO TWO SURVIVORS, OR CHAIN ONE      *
      **      MERGE ONTO ANOTHER (A SURVIVOR THAT IS ITSELF MERGED,    *
      **      OR A DUPLICATE OTHERS ALREADY MERGE INTO) - EVERY MERGE  *
      **      MUST LAND ON A CUSTOMER THAT IS STILL MAILED.  "N" IS    *
      **      REJECTED FOR A PAIR STILL CONFIRMED (REVERSE IT FIRST)   *
      **      AND "X" FOR A PAIR NOT CONFIRMED.  THE SUBMITTING        *
      **      ANALYST MUST HOLD THE DUPMNT FUNCTION ON DD AUTHTAB      *
      **      (AUTHWS/AUTHCK) AND IS STAMPED ON EVERY ROW TOUCHED.     *
      **      THE WHOLE FILE REWRITES AT END OF RUN AND DD DMNTRPT     *
      **      LISTS EVERY TRANSACTION'S OUTCOME.  ANY REJECTION FAILS  *
      **      THE RUN WITH RETURN-CODE 08.                             *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPTRAN-FILE  ASSIGN TO "DUPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMT-DUPTRAN-STATUS.
           SELECT OPTIONAL DUPSURV-FILE ASSIGN TO "DUPSURV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMT-DUPSURV-STATUS.
           SELECT DMNTRPT-FILE  ASSIGN TO "DMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMT-DMNTRPT-STATUS.
      *> THE ANALYST AUTHORIZATION TABLE AND VIOLATION LOG - SEE
      *> AUTHWS.cpy FOR THE STARTUP CHECK THESE SERVE.
           SELECT AUTHTAB-FILE ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-TAB-STATUS.
           SELECT OPTIONAL AUTHVIO-FILE ASSIGN TO "AUTHVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-VIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DUPTRAN-FILE.
       COPY DUPREV.
       FD  DUPSURV-FILE.
       COPY DUPSURV.
       FD  DMNTRPT-FILE.
       01  DMNTRPT-RECORD                  PIC X(110).
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  AUTHVIO-FILE.
       COPY AUTHVREC.
       WORKING-STORAGE SECTION.
      *> THE SHARED AUTHORIZATION-CHECK WORK FIELDS - SEE AUTHWS.cpy.
       COPY AUTHWS.
       01  DMT-DUPTRAN-STATUS              PIC XX.
           88  DMT-DUPTRAN-OK              VALUE "00".
       01  DMT-DUPSURV-STATUS              PIC XX.
           88  DMT-DUPSURV-OK              VALUE "00" "05".
       01  DMT-DMNTRPT-STATUS              PIC XX.
      *> WHETHER THE REPORT IS OPEN AT TERMINATION TIME IS TRACKED
      *> HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  DMT-DMNTRPT-OPENED-SW           PIC X(01)       VALUE "N".
           88  DMT-DMNTRPT-OPENED          VALUE "Y".
       01  DMT-EOF-SW                      PIC X(01)       VALUE "N".
           88  DMT-EOF                     VALUE "Y".
       01  DMT-DSV-EOF-SW                  PIC X(01)       VALUE "N".
           88  DMT-DSV-EOF                 VALUE "Y".
      *> ------------------ SURVIVORSHIP TABLE -------------------------
      *> NAME, STREET AND ZIP TOGETHER ARE A CUSTOMER'S KEY, SO EACH
      *> SIDE'S THREE FIELDS ARE GROUPED TO COMPARE AS ONE.
       01  DMT-SRV-MAX                     PIC 9(04) COMP  VALUE 2000.
       01  DMT-SRV-CNT                     PIC 9(04) COMP  VALUE 0.
       01  DMT-SRV-TAB.
           05  DMT-SRV-ENTRY               OCCURS 2000 TIMES.
               10  DMT-SRV-DUP-KEY.
                   15  DMT-SRV-DUP-NAME    PIC X(23).
                   15  DMT-SRV-DUP-STREET  PIC X(20).
                   15  DMT-SRV-DUP-ZIP     PIC 9(05).
               10  DMT-SRV-SURV-KEY.
                   15  DMT-SRV-SURV-NAME   PIC X(23).
                   15  DMT-SRV-SURV-STREET PIC X(20).
                   15  DMT-SRV-SURV-ZIP    PIC 9(05).
               10  DMT-SRV-SURV-CITY       PIC X(17).
               10  DMT-SRV-SURV-STATE      PIC X(02).
               10  DMT-SRV-STATUS          PIC X(01).
               10  DMT-SRV-SCORE           PIC 9(03).
               10  DMT-SRV-ANALYST         PIC X(10).
               10  DMT-SRV-DATE            PIC 9(08).
       01  DMT-SX                          PIC 9(04) COMP  VALUE 0.
       01  DMT-PAIR-HIT                    PIC 9(04) COMP  VALUE 0.
      *> ------------------ TRANSACTION IN HAND ------------------------
      *> THE PAIR AS THE DECISION ORIENTS IT - WHICH SIDE IS MERGED
      *> AND WHICH SURVIVES.
       01  DMT-DUP-KEY.
           05  DMT-DUP-NAME                PIC X(23).
           05  DMT-DUP-STREET              PIC X(20).
           05  DMT-DUP-ZIP                 PIC 9(05).
       01  DMT-SURV-KEY.
           05  DMT-SURV-NAME               PIC X(23).
           05  DMT-SURV-STREET             PIC X(20).
           05  DMT-SURV-ZIP                PIC 9(05).
       01  DMT-SURV-CITY                   PIC X(17)       VALUE SPACES.
       01  DMT-SURV-STATE                  PIC X(02)       VALUE SPACES.
       01  DMT-DUP-MERGED-SW               PIC X(01)       VALUE "N".
           88  DMT-DUP-MERGED              VALUE "Y".
       01  DMT-SURV-MERGED-SW              PIC X(01)       VALUE "N".
           88  DMT-SURV-MERGED             VALUE "Y".
       01  DMT-DUP-SURVIVES-SW             PIC X(01)       VALUE "N".
           88  DMT-DUP-SURVIVES            VALUE "Y".
       01  DMT-REASON                      PIC X(40)       VALUE SPACES.
       01  DMT-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  DMT-APPLIED-CNT                 PIC 9(06)       VALUE 0.
       01  DMT-REJECTED-CNT                PIC 9(06)       VALUE 0.
       01  DMT-UNDECIDED-CNT               PIC 9(06)       VALUE 0.
       01  DMT-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "DUPMNT  " TO AUT-WS-FUNCTION
           MOVE "DUPSURV " TO AUT-WS-TARGET
           PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
           IF AUT-WS-DENIED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-DECISION THRU 1100-EXIT
               UNTIL DMT-DSV-EOF
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL DMT-EOF
           PERFORM 3000-REWRITE-SURVIVORS THRU 3000-EXIT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT DMT-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT DUPTRAN-FILE
           OPEN INPUT DUPSURV-FILE
           OPEN OUTPUT DMNTRPT-FILE
           MOVE "Y" TO DMT-DMNTRPT-OPENED-SW
           IF NOT DMT-DUPTRAN-OK
               DISPLAY "DUPMNT - UNABLE TO OPEN DUPTRAN, STATUS="
                   DMT-DUPTRAN-STATUS
               MOVE "Y" TO DMT-EOF-SW
               MOVE "Y" TO DMT-DSV-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF NOT DMT-DUPSURV-OK
               MOVE "Y" TO DMT-DSV-EOF-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-DECISION.
           READ DUPSURV-FILE
               AT END
                   MOVE "Y" TO DMT-DSV-EOF-SW
                   CLOSE DUPSURV-FILE
                   GO TO 1100-EXIT
           END-READ
           IF DMT-SRV-CNT >= DMT-SRV-MAX
               DISPLAY "DUPMNT - SURVIVORSHIP TABLE FULL AT "
                   DMT-SRV-MAX " - RUN REFUSED, NOTHING REWRITTEN"
               MOVE "Y" TO DMT-DSV-EOF-SW
               MOVE "Y" TO DMT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO DMT-SRV-CNT
           MOVE DSV-DUP-NAME    TO DMT-SRV-DUP-NAME (DMT-SRV-CNT)
           MOVE DSV-DUP-STREET  TO DMT-SRV-DUP-STREET (DMT-SRV-CNT)
           MOVE DSV-DUP-ZIP     TO DMT-SRV-DUP-ZIP (DMT-SRV-CNT)
           MOVE DSV-SURV-NAME   TO DMT-SRV-SURV-NAME (DMT-SRV-CNT)
           MOVE DSV-SURV-STREET TO DMT-SRV-SURV-STREET (DMT-SRV-CNT)
           MOVE DSV-SURV-CITY   TO DMT-SRV-SURV-CITY (DMT-SRV-CNT)
           MOVE DSV-SURV-STATE  TO DMT-SRV-SURV-STATE (DMT-SRV-CNT)
           MOVE DSV-SURV-ZIP    TO DMT-SRV-SURV-ZIP (DMT-SRV-CNT)
           MOVE DSV-STATUS      TO DMT-SRV-STATUS (DMT-SRV-CNT)
           MOVE DSV-SCORE       TO DMT-SRV-SCORE (DMT-SRV-CNT)
           MOVE DSV-ANALYST-ID  TO DMT-SRV-ANALYST (DMT-SRV-CNT)
           MOVE DSV-STAMP-DATE  TO DMT-SRV-DATE (DMT-SRV-CNT).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-APPLY-ONE-TRAN - ORIENTS THE PAIR BY ITS DECISION ("S"   *
      *  TURNS IT ROUND), FINDS ANY EARLIER DECISION ON IT EITHER WAY  *
      *  ROUND, AND HANDS OFF BY DECISION CODE.                        *
      ******************************************************************
       2000-APPLY-ONE-TRAN.
           READ DUPTRAN-FILE
               AT END
                   MOVE "Y" TO DMT-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF DRV-UNDECIDED
               ADD 1 TO DMT-UNDECIDED-CNT
               GO TO 2000-EXIT
           END-IF
           IF DRV-CONFIRM-SWAPPED
               MOVE DRV-1-NAME   TO DMT-DUP-NAME
               MOVE DRV-1-STREET TO DMT-DUP-STREET
               MOVE DRV-1-ZIP    TO DMT-DUP-ZIP
               MOVE DRV-2-NAME   TO DMT-SURV-NAME
               MOVE DRV-2-STREET TO DMT-SURV-STREET
               MOVE DRV-2-ZIP    TO DMT-SURV-ZIP
               MOVE DRV-2-CITY   TO DMT-SURV-CITY
               MOVE DRV-2-STATE  TO DMT-SURV-STATE
           ELSE
               MOVE DRV-2-NAME   TO DMT-DUP-NAME
               MOVE DRV-2-STREET TO DMT-DUP-STREET
               MOVE DRV-2-ZIP    TO DMT-DUP-ZIP
               MOVE DRV-1-NAME   TO DMT-SURV-NAME
               MOVE DRV-1-STREET TO DMT-SURV-STREET
               MOVE DRV-1-ZIP    TO DMT-SURV-ZIP
               MOVE DRV-1-CITY   TO DMT-SURV-CITY
               MOVE DRV-1-STATE  TO DMT-SURV-STATE
           END-IF
           MOVE 0 TO DMT-PAIR-HIT
           PERFORM 2100-MATCH-ONE-PAIR THRU 2100-EXIT
               VARYING DMT-SX FROM 1 BY 1
               UNTIL DMT-SX > DMT-SRV-CNT OR DMT-PAIR-HIT > 0
           EVALUATE TRUE
               WHEN DRV-CONFIRM OR DRV-CONFIRM-SWAPPED
                   PERFORM 2200-APPLY-CONFIRM THRU 2200-EXIT
               WHEN DRV-NOT-DUPLICATE
                   PERFORM 2300-APPLY-NOT-DUPLICATE THRU 2300-EXIT
               WHEN DRV-REVERSE
                   PERFORM 2400-APPLY-REVERSE THRU 2400-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN DECISION CODE" TO DMT-REASON
                   PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
       2100-MATCH-ONE-PAIR.
           IF (DMT-SRV-DUP-KEY (DMT-SX) = DMT-DUP-KEY
                   AND DMT-SRV-SURV-KEY (DMT-SX) = DMT-SURV-KEY)
               OR (DMT-SRV-DUP-KEY (DMT-SX) = DMT-SURV-KEY
                   AND DMT-SRV-SURV-KEY (DMT-SX) = DMT-DUP-KEY)
               MOVE DMT-SX TO DMT-PAIR-HIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-APPLY-CONFIRM.
           IF DMT-DUP-KEY = DMT-SURV-KEY
               MOVE "BOTH SIDES ARE ONE CUSTOMER" TO DMT-REASON
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO DMT-DUP-MERGED-SW
           MOVE "N" TO DMT-SURV-MERGED-SW
           MOVE "N" TO DMT-DUP-SURVIVES-SW
           PERFORM 2210-CHECK-ONE-MERGE THRU 2210-EXIT
               VARYING DMT-SX FROM 1 BY 1
               UNTIL DMT-SX > DMT-SRV-CNT
           IF DMT-DUP-MERGED
               MOVE "DUPLICATE ALREADY MERGED ELSEWHERE" TO DMT-REASON
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           IF DMT-SURV-MERGED
               MOVE "SURVIVOR IS ITSELF MERGED" TO DMT-REASON
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           IF DMT-DUP-SURVIVES
               MOVE "DUPLICATE IS A SURVIVOR OF OTHERS" TO DMT-REASON
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           IF DMT-PAIR-HIT = 0
               IF DMT-SRV-CNT >= DMT-SRV-MAX
                   MOVE "SURVIVORSHIP TABLE FULL" TO DMT-REASON
                   PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO DMT-SRV-CNT
               MOVE DMT-SRV-CNT TO DMT-PAIR-HIT
           END-IF
           MOVE "C" TO DMT-SRV-STATUS (DMT-PAIR-HIT)
           PERFORM 2700-STAMP-PAIR THRU 2700-EXIT
           PERFORM 2800-LIST-APPLIED THRU 2800-EXIT.
       2200-EXIT.
           EXIT.
      *
      *> THE PAIR'S OWN ROW IS LEFT OUT - RE-CONFIRMING A PAIR ALREADY
      *> CONFIRMED THE SAME WAY ROUND ONLY RE-STAMPS IT.
       2210-CHECK-ONE-MERGE.
           IF DMT-SX = DMT-PAIR-HIT
               OR DMT-SRV-STATUS (DMT-SX) NOT = "C"
               GO TO 2210-EXIT
           END-IF
           IF DMT-SRV-DUP-KEY (DMT-SX) = DMT-DUP-KEY
               MOVE "Y" TO DMT-DUP-MERGED-SW
           END-IF
           IF DMT-SRV-DUP-KEY (DMT-SX) = DMT-SURV-KEY
               MOVE "Y" TO DMT-SURV-MERGED-SW
           END-IF
           IF DMT-SRV-SURV-KEY (DMT-SX) = DMT-DUP-KEY
               MOVE "Y" TO DMT-DUP-SURVIVES-SW
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2300-APPLY-NOT-DUPLICATE.
           IF DMT-PAIR-HIT = 0
               IF DMT-SRV-CNT >= DMT-SRV-MAX
                   MOVE "SURVIVORSHIP TABLE FULL" TO DMT-REASON
                   PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO DMT-SRV-CNT
               MOVE DMT-SRV-CNT TO DMT-PAIR-HIT
               PERFORM 2700-STAMP-PAIR THRU 2700-EXIT
               MOVE SPACE TO DMT-SRV-STATUS (DMT-PAIR-HIT)
           END-IF
           IF DMT-SRV-STATUS (DMT-PAIR-HIT) = "C"
               MOVE "PAIR IS CONFIRMED - REVERSE IT FIRST"
                   TO DMT-REASON
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO DMT-SRV-STATUS (DMT-PAIR-HIT)
           MOVE AUT-WS-ANALYST-ID TO DMT-SRV-ANALYST (DMT-PAIR-HIT)
           MOVE DMT-RUN-DATE TO DMT-SRV-DATE (DMT-PAIR-HIT)
           PERFORM 2800-LIST-APPLIED THRU 2800-EXIT.
       2300-EXIT.
           EXIT.
      *
       2400-APPLY-REVERSE.
           IF DMT-PAIR-HIT = 0
               MOVE "PAIR NOT CONFIRMED" TO DMT-REASON
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           IF DMT-SRV-STATUS (DMT-PAIR-HIT) NOT = "C"
               MOVE "PAIR NOT CONFIRMED" TO DMT-REASON
               PERFORM 2900-LIST-REJECTED THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           MOVE "X" TO DMT-SRV-STATUS (DMT-PAIR-HIT)
           MOVE AUT-WS-ANALYST-ID TO DMT-SRV-ANALYST (DMT-PAIR-HIT)
           MOVE DMT-RUN-DATE TO DMT-SRV-DATE (DMT-PAIR-HIT)
           PERFORM 2800-LIST-APPLIED THRU 2800-EXIT.
       2400-EXIT.
           EXIT.
      *
      *> A CONFIRMATION RE-ORIENTS THE ROW TO THE DECISION, SO AN
      *> EARLIER "N" OR "X" THE OTHER WAY ROUND IS TURNED TO MATCH.
       2700-STAMP-PAIR.
           MOVE DMT-DUP-KEY      TO DMT-SRV-DUP-KEY (DMT-PAIR-HIT)
           MOVE DMT-SURV-KEY     TO DMT-SRV-SURV-KEY (DMT-PAIR-HIT)
           MOVE DMT-SURV-CITY    TO DMT-SRV-SURV-CITY (DMT-PAIR-HIT)
           MOVE DMT-SURV-STATE   TO DMT-SRV-SURV-STATE (DMT-PAIR-HIT)
           MOVE DRV-SCORE        TO DMT-SRV-SCORE (DMT-PAIR-HIT)
           MOVE AUT-WS-ANALYST-ID TO DMT-SRV-ANALYST (DMT-PAIR-HIT)
           MOVE DMT-RUN-DATE     TO DMT-SRV-DATE (DMT-PAIR-HIT).
       2700-EXIT.
           EXIT.
      *
       2800-LIST-APPLIED.
           ADD 1 TO DMT-APPLIED-CNT
           MOVE SPACES TO DMT-OUT-LINE
           STRING "APPLIED  " DRV-DECISION
               " " DMT-DUP-NAME
               " INTO " DMT-SURV-NAME
               " ZIP " DMT-SURV-ZIP
               " BY " AUT-WS-ANALYST-ID
               DELIMITED BY SIZE INTO DMT-OUT-LINE
           END-STRING
           WRITE DMNTRPT-RECORD FROM DMT-OUT-LINE.
       2800-EXIT.
           EXIT.
      *
       2900-LIST-REJECTED.
           ADD 1 TO DMT-REJECTED-CNT
           MOVE SPACES TO DMT-OUT-LINE
           STRING "REJECTED " DRV-DECISION
               " " DMT-DUP-NAME
               " INTO " DMT-SURV-NAME
               " - " DMT-REASON
               DELIMITED BY SIZE INTO DMT-OUT-LINE
           END-STRING
           WRITE DMNTRPT-RECORD FROM DMT-OUT-LINE.
       2900-EXIT.
           EXIT.
      *
       3000-REWRITE-SURVIVORS.
           IF RETURN-CODE = 16 OR DMT-SRV-CNT = 0
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT DUPSURV-FILE
           IF NOT DMT-DUPSURV-OK
               DISPLAY "DUPMNT - DUPSURV NOT REWRITTEN, STATUS="
                   DMT-DUPSURV-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-WRITE-ONE-SURVIVOR THRU 3100-EXIT
               VARYING DMT-SX FROM 1 BY 1
               UNTIL DMT-SX > DMT-SRV-CNT
           CLOSE DUPSURV-FILE.
       3000-EXIT.
           EXIT.
      *
       3100-WRITE-ONE-SURVIVOR.
           MOVE DMT-SRV-DUP-NAME (DMT-SX)    TO DSV-DUP-NAME
           MOVE DMT-SRV-DUP-STREET (DMT-SX)  TO DSV-DUP-STREET
           MOVE DMT-SRV-DUP-ZIP (DMT-SX)     TO DSV-DUP-ZIP
           MOVE DMT-SRV-SURV-NAME (DMT-SX)   TO DSV-SURV-NAME
           MOVE DMT-SRV-SURV-STREET (DMT-SX) TO DSV-SURV-STREET
           MOVE DMT-SRV-SURV-CITY (DMT-SX)   TO DSV-SURV-CITY
           MOVE DMT-SRV-SURV-STATE (DMT-SX)  TO DSV-SURV-STATE
           MOVE DMT-SRV-SURV-ZIP (DMT-SX)    TO DSV-SURV-ZIP
           MOVE DMT-SRV-STATUS (DMT-SX)      TO DSV-STATUS
           MOVE DMT-SRV-SCORE (DMT-SX)       TO DSV-SCORE
           MOVE DMT-SRV-ANALYST (DMT-SX)     TO DSV-ANALYST-ID
           MOVE DMT-SRV-DATE (DMT-SX)        TO DSV-STAMP-DATE
           WRITE SURVIVORSHIP-RECORD.
       3100-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "DUPMNT - " DMT-APPLIED-CNT " APPLIED, "
               DMT-REJECTED-CNT " REJECTED, "
               DMT-UNDECIDED-CNT " UNDECIDED PASSED OVER"
           IF DMT-REJECTED-CNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *
       9000-TERMINATE.
           CLOSE DUPTRAN-FILE
           IF DMT-DMNTRPT-OPENED
               CLOSE DMNTRPT-FILE
           END-IF.
