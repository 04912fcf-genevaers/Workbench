      *> ------------------------------------------------------------
      *> DUPSVCK - SHARED SURVIVORSHIP CHECK PARAGRAPHS.  SEE
      *> DUPSVWS.cpy FOR THE CALLING CONVENTION, THE FILE THE
      *> PROGRAM MUST DECLARE, AND THE 7400-RANGE PARAGRAPH-NUMBER
      *> RESERVATION.
      *> ------------------------------------------------------------
       7400-LOAD-SURVIVORS.
           MOVE 0 TO DSV-WS-CNT
           OPEN INPUT DUPSURV-FILE
           IF NOT DSV-WS-OK
               IF DSV-WS-STATUS NOT = "05"
                   DISPLAY "SHARED SURVIVORSHIP CHECK - DUPSURV NOT "
                       "READABLE, STATUS=" DSV-WS-STATUS
                       " - NO DUPLICATES WILL BE MERGED"
                   ADD 1 TO DSV-WS-FAULT-CNT
               ELSE
                   CLOSE DUPSURV-FILE
               END-IF
               GO TO 7400-EXIT
           END-IF
           MOVE "N" TO DSV-WS-EOF-SW
           PERFORM 7410-LOAD-ONE-SURVIVOR THRU 7410-EXIT
               UNTIL DSV-WS-EOF
           CLOSE DUPSURV-FILE.
       7400-EXIT.
           EXIT.
      *
      *> ONLY A CONFIRMED ROW MERGES; "N" AND "X" ROWS ARE HISTORY.
       7410-LOAD-ONE-SURVIVOR.
           READ DUPSURV-FILE
               AT END
                   MOVE "Y" TO DSV-WS-EOF-SW
                   GO TO 7410-EXIT
           END-READ
           IF NOT DSV-CONFIRMED
               GO TO 7410-EXIT
           END-IF
           IF DSV-WS-CNT >= DSV-WS-MAX
               ADD 1 TO DSV-WS-FAULT-CNT
               GO TO 7410-EXIT
           END-IF
           ADD 1 TO DSV-WS-CNT
           MOVE DSV-DUP-NAME    TO DSV-WS-DUP-NAME (DSV-WS-CNT)
           MOVE DSV-DUP-STREET  TO DSV-WS-DUP-STREET (DSV-WS-CNT)
           MOVE DSV-DUP-ZIP     TO DSV-WS-DUP-ZIP (DSV-WS-CNT)
           MOVE DSV-SURV-NAME   TO DSV-WS-SV-NAME (DSV-WS-CNT)
           MOVE DSV-SURV-STREET TO DSV-WS-SV-STREET (DSV-WS-CNT)
           MOVE DSV-SURV-CITY   TO DSV-WS-SV-CITY (DSV-WS-CNT)
           MOVE DSV-SURV-STATE  TO DSV-WS-SV-STATE (DSV-WS-CNT)
           MOVE DSV-SURV-ZIP    TO DSV-WS-SV-ZIP (DSV-WS-CNT).
       7410-EXIT.
           EXIT.
      *
       7450-CHECK-SURVIVOR.
           MOVE "N" TO DSV-WS-MERGED-SW
           MOVE 0 TO DSV-WS-HIT
           PERFORM 7460-MATCH-ONE-SURVIVOR THRU 7460-EXIT
               VARYING DSV-WS-IX FROM 1 BY 1
               UNTIL DSV-WS-IX > DSV-WS-CNT OR DSV-WS-HIT > 0
           IF DSV-WS-HIT > 0
               MOVE "Y" TO DSV-WS-MERGED-SW
           END-IF.
       7450-EXIT.
           EXIT.
      *
       7460-MATCH-ONE-SURVIVOR.
           IF DSV-WS-DUP-NAME (DSV-WS-IX) = DSV-WS-NAME
               AND DSV-WS-DUP-STREET (DSV-WS-IX) = DSV-WS-STREET
               AND DSV-WS-DUP-ZIP (DSV-WS-IX) = DSV-WS-ZIP
               MOVE DSV-WS-IX TO DSV-WS-HIT
           END-IF.
       7460-EXIT.
           EXIT.
