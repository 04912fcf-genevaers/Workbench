      *> ------------------------------------------------------------
      *> CKPTWR - SHARED CHECKPOINT/RESTART PARAGRAPHS.  SEE
      *> CKPTWS.cpy FOR THE CALLING CONVENTION, THE FILES THE PROGRAM
      *> MUST DECLARE, AND THE 8800-RANGE PARAGRAPH-NUMBER
      *> RESERVATION.  A CHECKPOINT THAT CANNOT BE WRITTEN COSTS A
      *> CONSOLE WARNING, NEVER THE RUN - IT ONLY SHORTENS A RESTART.
      *> ------------------------------------------------------------
       8800-READ-CHECKPOINT.
           PERFORM 8805-READ-CKPT-INTERVAL THRU 8805-EXIT
           MOVE "N" TO CKP-WS-RESTART-SW
           MOVE 0 TO CKP-WS-RESTART-FROM
           OPEN INPUT CKPT-FILE
           IF NOT CKP-WS-OK
               DISPLAY CKP-WS-PROGRAM " - CHECKPOINT NOT READ, "
                   "CKPT STATUS=" CKP-WS-STATUS
               GO TO 8800-EXIT
           END-IF
           READ CKPT-FILE
               AT END
                   CLOSE CKPT-FILE
                   GO TO 8800-EXIT
           END-READ
           IF CKP-PROGRAM NOT = CKP-WS-PROGRAM
               OR CKP-RUN-KEY NOT = CKP-WS-RUN-KEY
               OR CKP-RECORDS-READ NOT NUMERIC
               DISPLAY CKP-WS-PROGRAM " - CHECKPOINT ON DD CKPT "
                   "BELONGS TO " CKP-PROGRAM " RUN FOR " CKP-RUN-KEY
               MOVE "X" TO CKP-WS-RESTART-SW
               CLOSE CKPT-FILE
               GO TO 8800-EXIT
           END-IF
           MOVE CKP-TAKEN-DATE   TO CKP-WS-TAKEN-DATE
           MOVE CKP-TAKEN-TIME   TO CKP-WS-TAKEN-TIME
           MOVE CKP-RECORDS-READ TO CKP-WS-RECORDS-READ
           MOVE CKP-RECORDS-READ TO CKP-WS-RESTART-FROM
           MOVE CKP-WRITTEN-TAB  TO CKP-WS-WRITTEN-TAB
           MOVE CKP-COUNT-TAB    TO CKP-WS-COUNT-TAB
           MOVE "Y" TO CKP-WS-RESTART-SW
           CLOSE CKPT-FILE
           DISPLAY CKP-WS-PROGRAM " - RESTARTING FROM THE CHECKPOINT "
               "TAKEN " CKP-WS-TAKEN-DATE " " CKP-WS-TAKEN-TIME
               " AFTER RECORD " CKP-WS-RESTART-FROM.
       8800-EXIT.
           EXIT.
      *
      *> AN OPTIONAL EIGHT-DIGIT INTERVAL OVERRIDE FROM DD CKPTPRM.
      *> MISSING OR EMPTY LEAVES THE 5000-RECORD DEFAULT.
       8805-READ-CKPT-INTERVAL.
           OPEN INPUT CKPTPRM-FILE
           IF NOT CKP-WS-PRM-OK
               CLOSE CKPTPRM-FILE
               GO TO 8805-EXIT
           END-IF
           READ CKPTPRM-FILE
               AT END
                   CLOSE CKPTPRM-FILE
                   GO TO 8805-EXIT
           END-READ
           IF CKPTPRM-RECORD NUMERIC
               MOVE CKPTPRM-RECORD TO CKP-WS-INTERVAL
           ELSE
               DISPLAY CKP-WS-PROGRAM " - CKPTPRM IS NOT EIGHT "
                   "DIGITS, INTERVAL LEFT AT " CKP-WS-INTERVAL
           END-IF
           CLOSE CKPTPRM-FILE.
       8805-EXIT.
           EXIT.
      *
       8810-WRITE-CHECKPOINT.
           MOVE 0 TO CKP-WS-DUE-CNT
           MOVE "N" TO CKP-WS-DUE-SW
           OPEN OUTPUT CKPT-FILE
           IF NOT CKP-WS-OK
               DISPLAY CKP-WS-PROGRAM " - CHECKPOINT NOT WRITTEN, "
                   "CKPT STATUS=" CKP-WS-STATUS
               GO TO 8810-EXIT
           END-IF
           ACCEPT CKP-WS-TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT CKP-WS-TAKEN-TIME FROM TIME
           MOVE CKP-WS-PROGRAM      TO CKP-PROGRAM
           MOVE CKP-WS-RUN-KEY      TO CKP-RUN-KEY
           MOVE CKP-WS-TAKEN-DATE   TO CKP-TAKEN-DATE
           MOVE CKP-WS-TAKEN-TIME   TO CKP-TAKEN-TIME
           MOVE CKP-WS-RECORDS-READ TO CKP-RECORDS-READ
           MOVE CKP-WS-WRITTEN-TAB  TO CKP-WRITTEN-TAB
           MOVE CKP-WS-COUNT-TAB    TO CKP-COUNT-TAB
           WRITE CHECKPOINT-RECORD
           CLOSE CKPT-FILE.
       8810-EXIT.
           EXIT.
      *
      *> A RUN THAT REACHED END OF FILE RAN TO COMPLETION, SO THE
      *> CHECKPOINT IS EMPTIED - THE NEXT RUN STARTS FROM THE FIRST
      *> RECORD RATHER THAN RESTARTING PARTWAY THROUGH.
       8820-CLEAR-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           IF CKP-WS-OK
               CLOSE CKPT-FILE
           END-IF.
       8820-EXIT.
           EXIT.
      *
       8830-TEST-CHECKPOINT-DUE.
           IF CKP-WS-INTERVAL > 0
               AND CKP-WS-DUE-CNT NOT < CKP-WS-INTERVAL
               MOVE "Y" TO CKP-WS-DUE-SW
           ELSE
               MOVE "N" TO CKP-WS-DUE-SW
           END-IF.
       8830-EXIT.
           EXIT.
