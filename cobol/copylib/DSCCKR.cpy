      *> ------------------------------------------------------------
      *> DSCCKR - SHARED RECORD-TYPE DISCRIMINATOR CHECKPOINT ROWS.
      *> SEE DSCWS.cpy FOR THE CALLING CONVENTION AND THE 6500-RANGE
      *> PARAGRAPH-NUMBER RESERVATION.  ONLY A UTILITY THAT ALSO
      *> COPIES CKPTWS/CKPTWR COPIES THIS - IT WRITES TO AND READS
      *> BACK THE PROGRAM'S OWN DD CKPT.  THE TABLES ARE SAVED ONLY
      *> WHILE A DISCRIMINATOR IS ACTIVE; WITHOUT ONE THE RUN WRITES
      *> NO PER-LOGICAL-RECORD OR UNMAPPED LINES TO CARRY FORWARD.
      *> ------------------------------------------------------------
       6530-SAVE-DSC-TABLES.
           IF NOT DSC-WS-ACTIVE
               GO TO 6530-EXIT
           END-IF
      *> 8810 LEAVES THE STATUS OF ITS OWN WRITE - NO ROWS ARE ADDED
      *> AFTER A CHECKPOINT RECORD THAT WAS NEVER WRITTEN.
           IF NOT CKP-WS-OK
               GO TO 6530-EXIT
           END-IF
           OPEN EXTEND CKPT-FILE
           IF NOT CKP-WS-OK
               DISPLAY DSC-WS-PROGRAM " - DISCRIMINATOR TABLES NOT "
                   "CHECKPOINTED, CKPT STATUS=" CKP-WS-STATUS
               GO TO 6530-EXIT
           END-IF
           PERFORM 6531-SAVE-ONE-LR THRU 6531-EXIT
               VARYING DSC-WS-LX FROM 1 BY 1
               UNTIL DSC-WS-LX > DSC-WS-LR-CNT
           PERFORM 6532-SAVE-ONE-UNMAPPED THRU 6532-EXIT
               VARYING DSC-WS-UX FROM 1 BY 1
               UNTIL DSC-WS-UX > DSC-WS-UNM-CNT
           MOVE SPACES TO DSC-WS-CKP-ROW
           MOVE DSC-WS-PROGRAM      TO DSC-CKR-PROGRAM
           MOVE "DSCEND"            TO DSC-CKR-TYPE
           MOVE DSC-WS-LR-CNT       TO DSC-CKR-LR-CNT
           MOVE DSC-WS-UNM-CNT      TO DSC-CKR-UNM-CNT
           MOVE DSC-WS-UNM-TOTAL    TO DSC-CKR-UNM-TOTAL
           MOVE DSC-WS-UNM-OVERFLOW TO DSC-CKR-UNM-OVERFLOW
           WRITE CHECKPOINT-RECORD FROM DSC-WS-CKP-ROW
           CLOSE CKPT-FILE.
       6530-EXIT.
           EXIT.
      *
       6531-SAVE-ONE-LR.
           MOVE SPACES TO DSC-WS-CKP-ROW
           MOVE DSC-WS-PROGRAM TO DSC-CKR-PROGRAM
           MOVE "DSCLR"        TO DSC-CKR-TYPE
           MOVE DSC-WS-LR-NAME (DSC-WS-LX)    TO DSC-CKR-LR-NAME
           MOVE DSC-WS-LR-REC-CNT (DSC-WS-LX) TO DSC-CKR-LR-REC-CNT
           WRITE CHECKPOINT-RECORD FROM DSC-WS-CKP-ROW.
       6531-EXIT.
           EXIT.
      *
       6532-SAVE-ONE-UNMAPPED.
           MOVE SPACES TO DSC-WS-CKP-ROW
           MOVE DSC-WS-PROGRAM TO DSC-CKR-PROGRAM
           MOVE "DSCUNM"       TO DSC-CKR-TYPE
           PERFORM 6533-HEX-ONE-BYTE THRU 6533-EXIT
               VARYING DSC-WS-SX FROM 1 BY 1
               UNTIL DSC-WS-SX > 10
           MOVE DSC-WS-UNM-REC-CNT (DSC-WS-UX)
               TO DSC-CKR-UNM-REC-CNT
           MOVE DSC-WS-UNM-FIRST-REC (DSC-WS-UX)
               TO DSC-CKR-UNM-FIRST-REC
           WRITE CHECKPOINT-RECORD FROM DSC-WS-CKP-ROW.
       6532-EXIT.
           EXIT.
      *
       6533-HEX-ONE-BYTE.
           MOVE DSC-WS-UNM-VAL (DSC-WS-UX) (DSC-WS-SX:1)
               TO DSC-WS-HEXBUF-CHAR
           DIVIDE DSC-WS-HEXBUF-VAL BY 16
               GIVING DSC-WS-HEX-Q REMAINDER DSC-WS-HEX-R
           MOVE DSC-WS-HEX-DIGITS (DSC-WS-HEX-Q + 1:1)
               TO DSC-CKR-UNM-HEX ((DSC-WS-SX * 2) - 1:1)
           MOVE DSC-WS-HEX-DIGITS (DSC-WS-HEX-R + 1:1)
               TO DSC-CKR-UNM-HEX ((DSC-WS-SX * 2):1).
       6533-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6535-RESTORE-DSC-TABLES - RELOADS THE TABLES FROM THE ROWS    *
      *  BEHIND THE CHECKPOINT RECORD 8800 HAS ALREADY TAKEN.  EVERY   *
      *  LOGICAL RECORD MUST COME BACK BY NAME AND THE END ROW MUST    *
      *  AGREE WITH WHAT WAS READ - ANYTHING LESS WOULD PRINT COUNTS   *
      *  AN UNINTERRUPTED RUN NEVER PRODUCED, SO THE RESTART IS        *
      *  REFUSED INSTEAD.                                              *
      ******************************************************************
       6535-RESTORE-DSC-TABLES.
           IF NOT DSC-WS-ACTIVE OR NOT CKP-WS-RESTARTING
               GO TO 6535-EXIT
           END-IF
           MOVE 0   TO DSC-WS-UNM-CNT
           MOVE 0   TO DSC-WS-CKP-LR-ROWS
           MOVE "N" TO DSC-WS-CKP-EOF-SW
           MOVE SPACES TO DSC-WS-CKP-ROW
           OPEN INPUT CKPT-FILE
           IF NOT CKP-WS-OK
               DISPLAY DSC-WS-PROGRAM " - CHECKPOINT NOT REREAD, "
                   "CKPT STATUS=" CKP-WS-STATUS
               GO TO 6535-FAIL
           END-IF
      *> THE FIRST ROW IS THE CHECKPOINT RECORD 8800 HAS LOADED.
           READ CKPT-FILE
               AT END
                   MOVE "Y" TO DSC-WS-CKP-EOF-SW
           END-READ
           PERFORM 6536-RESTORE-ONE-ROW THRU 6536-EXIT
               UNTIL DSC-WS-CKP-EOF
           CLOSE CKPT-FILE
           IF NOT DSC-CKR-END-ROW
               OR DSC-CKR-LR-CNT NOT = DSC-WS-LR-CNT
               OR DSC-CKR-LR-CNT NOT = DSC-WS-CKP-LR-ROWS
               OR DSC-CKR-UNM-CNT NOT = DSC-WS-UNM-CNT
               DISPLAY DSC-WS-PROGRAM " - CHECKPOINT ON DD CKPT DOES "
                   "NOT HOLD THE DISCRIMINATOR TABLES FOR EXTRACT "
                   DSC-WS-EXTRACT-DD
               GO TO 6535-FAIL
           END-IF
           MOVE DSC-CKR-UNM-TOTAL    TO DSC-WS-UNM-TOTAL
           MOVE DSC-CKR-UNM-OVERFLOW TO DSC-WS-UNM-OVERFLOW
           GO TO 6535-EXIT.
       6535-FAIL.
           DISPLAY DSC-WS-PROGRAM " - RESTART REFUSED, CHECKPOINT KEPT"
           MOVE "Y" TO DSC-WS-FAILED-SW.
       6535-EXIT.
           EXIT.
      *
      *> A ROW THAT DOES NOT FIT STOPS THE READ WITH THE END ROW
      *> MISSING, WHICH 6535 REFUSES.
       6536-RESTORE-ONE-ROW.
           READ CKPT-FILE INTO DSC-WS-CKP-ROW
               AT END
                   MOVE SPACES TO DSC-WS-CKP-ROW
                   MOVE "Y" TO DSC-WS-CKP-EOF-SW
                   GO TO 6536-EXIT
           END-READ
           IF DSC-CKR-PROGRAM NOT = DSC-WS-PROGRAM
               GO TO 6536-BAD-ROW
           END-IF
           IF DSC-CKR-END-ROW
               MOVE "Y" TO DSC-WS-CKP-EOF-SW
               GO TO 6536-EXIT
           END-IF
           IF DSC-CKR-LR-ROW
               IF DSC-CKR-LR-REC-CNT NOT NUMERIC
                   GO TO 6536-BAD-ROW
               END-IF
               MOVE DSC-CKR-LR-NAME TO DSC-WS-LR-NAME-IN
               PERFORM 6540-FIND-LR THRU 6540-EXIT
               IF DSC-WS-LR-HIT = 0
                   GO TO 6536-BAD-ROW
               END-IF
               MOVE DSC-CKR-LR-REC-CNT
                   TO DSC-WS-LR-REC-CNT (DSC-WS-LR-HIT)
               ADD 1 TO DSC-WS-CKP-LR-ROWS
               GO TO 6536-EXIT
           END-IF
           IF NOT DSC-CKR-UNM-ROW
               OR DSC-CKR-UNM-REC-CNT NOT NUMERIC
               OR DSC-CKR-UNM-FIRST-REC NOT NUMERIC
               OR DSC-WS-UNM-CNT >= DSC-WS-UNM-MAX
               GO TO 6536-BAD-ROW
           END-IF
           ADD 1 TO DSC-WS-UNM-CNT
           MOVE "N" TO DSC-WS-CKP-BAD-SW
           PERFORM 6537-UNHEX-ONE-BYTE THRU 6537-EXIT
               VARYING DSC-WS-SX FROM 1 BY 1
               UNTIL DSC-WS-SX > 10
           IF DSC-WS-CKP-BAD
               GO TO 6536-BAD-ROW
           END-IF
           MOVE DSC-CKR-UNM-REC-CNT
               TO DSC-WS-UNM-REC-CNT (DSC-WS-UNM-CNT)
           MOVE DSC-CKR-UNM-FIRST-REC
               TO DSC-WS-UNM-FIRST-REC (DSC-WS-UNM-CNT)
           GO TO 6536-EXIT.
       6536-BAD-ROW.
           MOVE SPACES TO DSC-WS-CKP-ROW
           MOVE "Y" TO DSC-WS-CKP-EOF-SW.
       6536-EXIT.
           EXIT.
      *
      *> A DIGIT MISSING FROM THE TABLE TALLIES TO 16 - THE ROW IS
      *> NOT ONE 6533 WROTE.
       6537-UNHEX-ONE-BYTE.
           MOVE 0 TO DSC-WS-HEX-Q
           MOVE 0 TO DSC-WS-HEX-R
           INSPECT DSC-WS-HEX-DIGITS TALLYING DSC-WS-HEX-Q
               FOR CHARACTERS BEFORE INITIAL
               DSC-CKR-UNM-HEX ((DSC-WS-SX * 2) - 1:1)
           INSPECT DSC-WS-HEX-DIGITS TALLYING DSC-WS-HEX-R
               FOR CHARACTERS BEFORE INITIAL
               DSC-CKR-UNM-HEX ((DSC-WS-SX * 2):1)
           IF DSC-WS-HEX-Q > 15 OR DSC-WS-HEX-R > 15
               MOVE "Y" TO DSC-WS-CKP-BAD-SW
               GO TO 6537-EXIT
           END-IF
           COMPUTE DSC-WS-HEXBUF-VAL =
               (DSC-WS-HEX-Q * 16) + DSC-WS-HEX-R
           MOVE DSC-WS-HEXBUF-CHAR
               TO DSC-WS-UNM-VAL (DSC-WS-UNM-CNT) (DSC-WS-SX:1).
       6537-EXIT.
           EXIT.
