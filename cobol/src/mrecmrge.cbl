      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   REFUSE A MERGE OR SPLIT TRANSFER WHOSE NEW  *
      **                   BALANCE WOULD OVERFLOW THE MASTER AMOUNT    *
      **                   (ON SIZE ERROR) INSTEAD OF STORING IT       *
      **                   TRUNCATED; THE RUN FAILS WITH RETURN-CODE   *
      **                   16.                                         *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           REPLACING MASTER_REC BY WRK-MASTER-REC.
       01  MRG-AMT-WORK                    PIC S9(06)V99   VALUE 0.
       01  MRG-MOVE-AMT                    PIC S9(06)V99   VALUE 0.
      *> A SPLIT'S TWO BALANCE CHANGES ARE PREPARED HERE AND STORED
      *> ONLY WHEN NEITHER OVERFLOWS THE MASTER AMOUNT.
       01  MRG-FROM-IX                     PIC 9(04) COMP  VALUE 0.
       01  MRG-TO-IX                       PIC 9(04) COMP  VALUE 0.
       01  MRG-FROM-IMAGE                  PIC X(37)     VALUE SPACES.
       01  MRG-XFER-REFUSED-SW             PIC X(01)       VALUE "N".
           88  MRG-XFER-REFUSED            VALUE "Y".
      *> ----------------------- COUNTERS ------------------------------
       01  MRG-EVT-APPLIED-CNT             PIC 9(04)       VALUE 0.
       01  MRG-EVT-REFUSED-CNT             PIC 9(04)       VALUE 0.
       01  MRG-USG-MOVED-CNT               PIC 9(08)       VALUE 0.
       01  MRG-MAST-OUT-CNT                PIC 9(08)       VALUE 0.
       01  MRG-OVERFLOW-CNT                PIC 9(06)       VALUE 0.
       01  MRG-AMT-OVERFLOW-CNT            PIC 9(06)       VALUE 0.
       01  MRG-KEY1-SURV                   PIC S9(09) COMP VALUE 0.
       01  MRG-KEY1-OTH                    PIC S9(09) COMP VALUE 0.
       01  MRG-ACCT-NUM                    PIC 9(09)       VALUE 0.
           MOVE MRG-MAST-IMAGE (MRG-OTH-IX) TO WRK-MASTER-REC
           MOVE AMOUNT OF WRK-MASTER-REC TO MRG-MOVE-AMT
           MOVE MRG-MAST-IMAGE (MRG-SURV-IX) TO WRK-MASTER-REC
      *> A COMBINED BALANCE THE MASTER AMOUNT CANNOT HOLD IS NEVER
      *> STORED TRUNCATED - THE EVENT IS REFUSED WITH BOTH ACCOUNTS
      *> LEFT EXACTLY AS THEY WERE.
           ADD MRG-MOVE-AMT TO AMOUNT OF WRK-MASTER-REC
               ON SIZE ERROR
                   DISPLAY "MRECMRGE - MERGE OF "
                       MRG-EVT-TAB-OTHER (MRG-EX) " INTO "
                       MRG-EVT-TAB-SURVIVOR (MRG-EX)
                       " OVERFLOWS THE MASTER AMOUNT - EVENT REFUSED"
                   ADD 1 TO MRG-EVT-REFUSED-CNT
                   ADD 1 TO MRG-AMT-OVERFLOW-CNT
                   MOVE SPACE TO MRG-EVT-TAB-ACTION (MRG-EX)
                   MOVE 16 TO RETURN-CODE
                   GO TO 2100-EXIT
           END-ADD
           MOVE WRK-MASTER-REC TO MRG-MAST-IMAGE (MRG-SURV-IX)
           MOVE "D" TO MRG-MAST-STATE (MRG-OTH-IX)
           ADD 1 TO MRG-EVT-APPLIED-CNT
                       = MRG-EVT-TAB-SURVIVOR (MRG-EX)
                       AND MSH-PERIOD OF MASTER-HIST-RECORD
                           < MRG-EVT-TAB-EFF-PERIOD (MRG-EX)
                       PERFORM 3200-TRANSFER-AMOUNT THRU 3200-EXIT
                       IF NOT MRG-XFER-REFUSED
                           MOVE MRG-EVT-TAB-OTHER (MRG-EX)
                               TO MSH-ACCOUNT-NO OF MASTER-HIST-RECORD
                           ADD 1 TO MRG-HIST-MOVED-CNT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3200-TRANSFER-AMOUNT - BOTH NEW BALANCES ARE WORKED OUT      *
      *  BEFORE EITHER IS STORED.  IF EITHER OVERFLOWS THE MASTER     *
      *  AMOUNT THE TRANSFER IS REFUSED: NEITHER BALANCE CHANGES AND  *
      *  THE HISTORY ROW STAYS WITH THE SURVIVOR, SO THE NEW FILES    *
      *  STAY CONSISTENT WITH EACH OTHER, AND THE RUN FAILS.          *
      ******************************************************************
       3200-TRANSFER-AMOUNT.
           MOVE "N" TO MRG-XFER-REFUSED-SW
           MOVE MSH-AMOUNT OF MASTER-HIST-RECORD TO MRG-MOVE-AMT
           MOVE MRG-EVT-TAB-SURVIVOR (MRG-EX) TO MRG-FIND-ACCOUNT
           PERFORM 7000-FIND-LIVE-ACCOUNT THRU 7000-EXIT
           MOVE MRG-HIT TO MRG-FROM-IX
           MOVE MRG-EVT-TAB-OTHER (MRG-EX) TO MRG-FIND-ACCOUNT
           PERFORM 7000-FIND-LIVE-ACCOUNT THRU 7000-EXIT
           MOVE MRG-HIT TO MRG-TO-IX
           IF MRG-FROM-IX NOT = 0
               MOVE MRG-MAST-IMAGE (MRG-FROM-IX) TO WRK-MASTER-REC
               SUBTRACT MRG-MOVE-AMT FROM AMOUNT OF WRK-MASTER-REC
                   ON SIZE ERROR
                       MOVE MRG-EVT-TAB-SURVIVOR (MRG-EX)
                           TO MRG-FIND-ACCOUNT
                       PERFORM 3290-REFUSE-TRANSFER THRU 3290-EXIT
                       GO TO 3200-EXIT
               END-SUBTRACT
               MOVE WRK-MASTER-REC TO MRG-FROM-IMAGE
           END-IF
           IF MRG-TO-IX NOT = 0
               MOVE MRG-MAST-IMAGE (MRG-TO-IX) TO WRK-MASTER-REC
               ADD MRG-MOVE-AMT TO AMOUNT OF WRK-MASTER-REC
                   ON SIZE ERROR
                       MOVE MRG-EVT-TAB-OTHER (MRG-EX)
                           TO MRG-FIND-ACCOUNT
                       PERFORM 3290-REFUSE-TRANSFER THRU 3290-EXIT
                       GO TO 3200-EXIT
               END-ADD
               MOVE WRK-MASTER-REC TO MRG-MAST-IMAGE (MRG-TO-IX)
           END-IF
           IF MRG-FROM-IX NOT = 0
               MOVE MRG-FROM-IMAGE TO MRG-MAST-IMAGE (MRG-FROM-IX)
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3290-REFUSE-TRANSFER.
           DISPLAY "MRECMRGE - SPLIT TRANSFER OF HISTORY PERIOD "
               MSH-PERIOD OF MASTER-HIST-RECORD
               " OVERFLOWS THE MASTER AMOUNT OF ACCOUNT "
               MRG-FIND-ACCOUNT " - ROW LEFT WITH THE SURVIVOR"
           MOVE "Y" TO MRG-XFER-REFUSED-SW
           ADD 1 TO MRG-AMT-OVERFLOW-CNT
           MOVE 16 TO RETURN-CODE.
       3290-EXIT.
           EXIT.
      *
       3500-REKEY-ONE-USAGE-ROW.
           READ USGEXT-FILE
                   " RECORDS EXCEEDED THE MASTER TABLE - NEW MASTER "
                   "IS INCOMPLETE, DO NOT PROMOTE IT"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF MRG-AMT-OVERFLOW-CNT > 0
               DISPLAY "MRECMRGE - " MRG-AMT-OVERFLOW-CNT
                   " BALANCE CHANGES WOULD OVERFLOW THE MASTER AMOUNT "
                   "AND WERE REFUSED - SEE THE MESSAGES ABOVE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.
