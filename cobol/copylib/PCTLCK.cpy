      *> ------------------------------------------------------------
      *> PCTLCK - SHARED FIRE PERIOD LOCK PARAGRAPHS.  SEE PCTLWS.cpy
      *> FOR THE CALLING CONVENTION, THE FILE THE PROGRAM MUST
      *> DECLARE, AND THE 7500-RANGE PARAGRAPH-NUMBER RESERVATION.
      *> ------------------------------------------------------------
       7500-LOAD-PERIOD-CONTROL.
           MOVE 0   TO PCK-WS-CNT
           MOVE "N" TO PCK-WS-EOF-SW
           MOVE "N" TO PCK-WS-LOAD-FAILED-SW
           MOVE SPACES TO PCK-WS-LAST-DATE-X
           OPEN INPUT FIRPCTL-FILE
           IF NOT PCK-WS-OK
               DISPLAY PCK-WS-PROGRAM " - FIRPCTL NOT READABLE, "
                   "STATUS=" PCK-WS-STATUS " - EVERY PERIOD REFUSED"
               MOVE "Y" TO PCK-WS-LOAD-FAILED-SW
               MOVE "Y" TO PCK-WS-REFUSED-SW
               GO TO 7500-EXIT
           END-IF
           PERFORM 7510-LOAD-ONE-PERIOD-ROW THRU 7510-EXIT
               UNTIL PCK-WS-EOF
           CLOSE FIRPCTL-FILE.
       7500-EXIT.
           EXIT.
      *
       7510-LOAD-ONE-PERIOD-ROW.
           READ FIRPCTL-FILE
               AT END
                   MOVE "Y" TO PCK-WS-EOF-SW
                   GO TO 7510-EXIT
           END-READ
           IF NOT FPC-CLOSED
               GO TO 7510-EXIT
           END-IF
           IF PCK-WS-CNT >= PCK-WS-MAX
               DISPLAY PCK-WS-PROGRAM " - MORE THAN " PCK-WS-MAX
                   " CLOSED PERIODS ON FIRPCTL - EVERY PERIOD REFUSED"
               MOVE "Y" TO PCK-WS-LOAD-FAILED-SW
               MOVE "Y" TO PCK-WS-REFUSED-SW
               MOVE "Y" TO PCK-WS-EOF-SW
               GO TO 7510-EXIT
           END-IF
           ADD 1 TO PCK-WS-CNT
           MOVE FPC-FILE-DATE   TO PCK-WS-TAB-DATE (PCK-WS-CNT)
           MOVE FPC-CLOSED-BY   TO PCK-WS-TAB-CLOSED-BY (PCK-WS-CNT)
           MOVE FPC-CLOSED-DATE TO PCK-WS-TAB-CLOSED-DATE (PCK-WS-CNT).
       7510-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7550-CHECK-PERIOD - JUDGES PCK-WS-FILE-DATE-X AGAINST THE     *
      *  CLOSED PERIODS.  A DATE THAT IS NOT EVEN NUMERIC CANNOT BE    *
      *  PLACED IN A PERIOD AND IS LEFT TO THE PROGRAM'S OWN EDITS.    *
      ******************************************************************
       7550-CHECK-PERIOD.
           IF PCK-WS-FILE-DATE-X = PCK-WS-LAST-DATE-X
               GO TO 7550-EXIT
           END-IF
           MOVE PCK-WS-FILE-DATE-X TO PCK-WS-LAST-DATE-X
           IF PCK-WS-LOAD-FAILED
               MOVE "Y" TO PCK-WS-REFUSED-SW
               GO TO 7550-EXIT
           END-IF
           IF PCK-WS-FILE-DATE-X NOT NUMERIC
               GO TO 7550-EXIT
           END-IF
           MOVE PCK-WS-FILE-DATE-X TO PCK-WS-FILE-DATE
           MOVE 0 TO PCK-WS-HIT
           PERFORM 7560-MATCH-ONE-PERIOD THRU 7560-EXIT
               VARYING PCK-WS-PX FROM 1 BY 1
               UNTIL PCK-WS-PX > PCK-WS-CNT OR PCK-WS-HIT > 0
           IF PCK-WS-HIT = 0
               GO TO 7550-EXIT
           END-IF
           MOVE "Y" TO PCK-WS-REFUSED-SW
           DISPLAY PCK-WS-PROGRAM " - FIRE PERIOD " PCK-WS-FILE-DATE
               " WAS CLOSED BY " PCK-WS-TAB-CLOSED-BY (PCK-WS-HIT)
               " ON " PCK-WS-TAB-CLOSED-DATE (PCK-WS-HIT)
               " - REOPEN IT THROUGH FIRPCTL BEFORE RERUNNING".
       7550-EXIT.
           EXIT.
      *
       7560-MATCH-ONE-PERIOD.
           IF PCK-WS-TAB-DATE (PCK-WS-PX) = PCK-WS-FILE-DATE
               MOVE PCK-WS-PX TO PCK-WS-HIT
           END-IF.
       7560-EXIT.
           EXIT.
