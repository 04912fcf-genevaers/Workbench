      *> ------------------------------------------------------------
      *> ACCDGCK - SHARED ACCOUNT-NUMBER CHECK-DIGIT PARAGRAPHS.  SEE
      *> ACCDGWS.cpy FOR THE RULE, THE CALLING CONVENTION AND THE
      *> 7800-7849 PARAGRAPH-NUMBER RESERVATION.
      *> ------------------------------------------------------------
       7800-CHECK-ACCOUNT-NO.
           MOVE "N" TO ACD-VALID-SW
           MOVE SPACES TO ACD-REASON-TXT
           IF ACD-ACCOUNT-NO IS NOT NUMERIC
               MOVE "ACCOUNT_NO IS NOT NINE DIGITS" TO ACD-REASON-TXT
               GO TO 7800-EXIT
           END-IF
           MOVE ACD-CHECK TO ACD-KEYED-CHECK
           PERFORM 7810-COMPUTE-CHECK-DIGIT THRU 7810-EXIT
           MOVE ACD-KEYED-CHECK TO ACD-CHECK
           IF ACD-NO-CHECK-DIGIT
               MOVE "BASE TAKES NO CHECK DIGIT" TO ACD-REASON-TXT
               GO TO 7800-EXIT
           END-IF
           IF ACD-CHECK-DIGIT NOT = ACD-KEYED-CHECK
               MOVE "CHECK DIGIT DOES NOT MATCH" TO ACD-REASON-TXT
               GO TO 7800-EXIT
           END-IF
           MOVE "Y" TO ACD-VALID-SW.
       7800-EXIT.
           EXIT.
      *
      *> ACD-CHECK IS OVERWRITTEN WITH THE COMPUTED DIGIT - 7800 SAVES
      *> THE KEYED ONE FIRST AND PUTS IT BACK.
       7810-COMPUTE-CHECK-DIGIT.
           MOVE 0 TO ACD-WEIGHTED-SUM
           PERFORM 7820-WEIGH-ONE-DIGIT THRU 7820-EXIT
               VARYING ACD-IX FROM 1 BY 1
               UNTIL ACD-IX > 8
           DIVIDE ACD-WEIGHTED-SUM BY 11 GIVING ACD-QUOT
               REMAINDER ACD-CHECK-DIGIT
           IF ACD-CHECK-DIGIT NOT = 0
               COMPUTE ACD-CHECK-DIGIT = 11 - ACD-CHECK-DIGIT
           END-IF
           IF NOT ACD-NO-CHECK-DIGIT
               MOVE ACD-CHECK-DIGIT TO ACD-CHECK
           END-IF.
       7810-EXIT.
           EXIT.
      *
       7820-WEIGH-ONE-DIGIT.
           COMPUTE ACD-WEIGHTED-SUM = ACD-WEIGHTED-SUM
               + ACD-DIGIT (ACD-IX) * (10 - ACD-IX).
       7820-EXIT.
           EXIT.
