      *> ------------------------------------------------------------
      *> DSCCK - SHARED RECORD-TYPE DISCRIMINATOR PARAGRAPHS.  SEE
      *> DSCWS.cpy FOR THE CALLING CONVENTION, THE FILE THE PROGRAM
      *> MUST DECLARE, AND THE 6500-RANGE PARAGRAPH-NUMBER
      *> RESERVATION.
      *> ------------------------------------------------------------
       6500-LOAD-DISCRIMINATOR.
           MOVE 0   TO DSC-WS-VAL-CNT
           MOVE 0   TO DSC-WS-LR-CNT
           MOVE 0   TO DSC-WS-UNM-CNT
           MOVE 0   TO DSC-WS-ROW-CNT
           MOVE "N" TO DSC-WS-EOF-SW
           MOVE "N" TO DSC-WS-FAILED-SW
      *> NO EXTRACT DD - THE CARD'S ONE LOGICAL RECORD IS APPLIED TO
      *> EVERY RECORD, AS IT ALWAYS WAS.
           IF DSC-WS-EXTRACT-DD = SPACES
               MOVE "N" TO DSC-WS-ACTIVE-SW
               MOVE 1 TO DSC-WS-LR-CNT
               MOVE DSC-WS-LR-NAME-IN TO DSC-WS-LR-NAME (1)
               MOVE 0 TO DSC-WS-LR-CAT-LEN (1)
               MOVE 0 TO DSC-WS-LR-FLD-CNT (1)
               MOVE 0 TO DSC-WS-LR-REC-CNT (1)
               GO TO 6500-EXIT
           END-IF
           MOVE "Y" TO DSC-WS-ACTIVE-SW
           OPEN INPUT LRDISC-FILE
           IF NOT DSC-WS-OK
               DISPLAY DSC-WS-PROGRAM " - LRDISC NOT READABLE, "
                   "STATUS=" DSC-WS-STATUS " - RUN REFUSED"
               MOVE "Y" TO DSC-WS-FAILED-SW
               GO TO 6500-EXIT
           END-IF
           PERFORM 6510-LOAD-ONE-DISC-ROW THRU 6510-EXIT
               UNTIL DSC-WS-EOF
           CLOSE LRDISC-FILE
           IF DSC-WS-FAILED
               GO TO 6500-EXIT
           END-IF
           IF DSC-WS-ROW-CNT = 0
               DISPLAY DSC-WS-PROGRAM " - NO LRDISC ROWS FOR EXTRACT "
                   DSC-WS-EXTRACT-DD " - RUN REFUSED"
               MOVE "Y" TO DSC-WS-FAILED-SW
               GO TO 6500-EXIT
           END-IF
           COMPUTE DSC-WS-START   = DSC-WS-OFFSET + 1
           COMPUTE DSC-WS-END-POS = DSC-WS-OFFSET + DSC-WS-LEN.
       6500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6510-LOAD-ONE-DISC-ROW - KEEPS ONE OF THE EXTRACT'S ROWS.  A  *
      *  ROW THAT CANNOT BE TRUSTED REFUSES THE WHOLE RUN: DECODING    *
      *  EVEN ONE RECORD UNDER THE WRONG LAYOUT IS THE FAULT THE TABLE *
      *  EXISTS TO PREVENT.                                            *
      ******************************************************************
       6510-LOAD-ONE-DISC-ROW.
           READ LRDISC-FILE
               AT END
                   MOVE "Y" TO DSC-WS-EOF-SW
                   GO TO 6510-EXIT
           END-READ
           IF LRD-EXTRACT-DD NOT = DSC-WS-EXTRACT-DD
               GO TO 6510-EXIT
           END-IF
           ADD 1 TO DSC-WS-ROW-CNT
           IF LRD-DISC-OFFSET NOT NUMERIC
               OR LRD-DISC-LEN NOT NUMERIC
               OR LRD-LR-NAME = SPACES
               DISPLAY DSC-WS-PROGRAM " - LRDISC ROW " DSC-WS-ROW-CNT
                   " FOR " DSC-WS-EXTRACT-DD " IS NOT VALID - RUN "
                   "REFUSED"
               GO TO 6510-FAIL
           END-IF
           IF LRD-DISC-LEN < 1 OR LRD-DISC-LEN > 10
               OR LRD-DISC-OFFSET + LRD-DISC-LEN > DSC-WS-BUF-MAX
               DISPLAY DSC-WS-PROGRAM " - LRDISC ROW " DSC-WS-ROW-CNT
                   " FOR " DSC-WS-EXTRACT-DD " PLACES THE FIELD OUTSIDE"
                   " THE RECORD - RUN REFUSED"
               GO TO 6510-FAIL
           END-IF
           IF DSC-WS-ROW-CNT = 1
               MOVE LRD-DISC-OFFSET TO DSC-WS-OFFSET
               MOVE LRD-DISC-LEN    TO DSC-WS-LEN
           END-IF
           IF LRD-DISC-OFFSET NOT = DSC-WS-OFFSET
               OR LRD-DISC-LEN NOT = DSC-WS-LEN
               DISPLAY DSC-WS-PROGRAM " - LRDISC ROWS FOR "
                   DSC-WS-EXTRACT-DD " DISAGREE ON THE DISCRIMINATOR'S"
                   " OFFSET OR LENGTH - RUN REFUSED"
               GO TO 6510-FAIL
           END-IF
      *> THE SAME VALUE TWICE IS HARMLESS WHEN BOTH ROWS NAME THE SAME
      *> LOGICAL RECORD, AND AMBIGUOUS WHEN THEY DO NOT.
           MOVE LRD-DISC-VALUE TO DSC-WS-REC-VALUE
           MOVE 0 TO DSC-WS-HIT
           PERFORM 6520-MATCH-ONE-VALUE THRU 6520-EXIT
               VARYING DSC-WS-VX FROM 1 BY 1
               UNTIL DSC-WS-VX > DSC-WS-VAL-CNT
               OR DSC-WS-HIT NOT = 0
           IF DSC-WS-HIT NOT = 0
               IF DSC-WS-LR-NAME (DSC-WS-VAL-LR (DSC-WS-HIT))
                   = LRD-LR-NAME
                   GO TO 6510-EXIT
               END-IF
               MOVE LRD-DISC-VALUE TO DSC-WS-SAN-VAL
               PERFORM 6585-SANITIZE-ONE-BYTE THRU 6585-EXIT
                   VARYING DSC-WS-SX FROM 1 BY 1
                   UNTIL DSC-WS-SX > 10
               DISPLAY DSC-WS-PROGRAM " - LRDISC MAPS VALUE ["
                   DSC-WS-SAN-VAL "] OF " DSC-WS-EXTRACT-DD
                   " TO TWO LOGICAL RECORDS - RUN REFUSED"
               GO TO 6510-FAIL
           END-IF
           MOVE LRD-LR-NAME TO DSC-WS-LR-NAME-IN
           PERFORM 6540-FIND-LR THRU 6540-EXIT
           IF DSC-WS-LR-HIT = 0
               IF DSC-WS-LR-CNT >= DSC-WS-LR-MAX
                   DISPLAY DSC-WS-PROGRAM " - MORE THAN " DSC-WS-LR-MAX
                       " LOGICAL RECORDS ON LRDISC FOR "
                       DSC-WS-EXTRACT-DD " - RUN REFUSED"
                   GO TO 6510-FAIL
               END-IF
               ADD 1 TO DSC-WS-LR-CNT
               MOVE DSC-WS-LR-CNT TO DSC-WS-LR-HIT
               MOVE LRD-LR-NAME TO DSC-WS-LR-NAME (DSC-WS-LR-HIT)
               MOVE 0 TO DSC-WS-LR-CAT-LEN (DSC-WS-LR-HIT)
               MOVE 0 TO DSC-WS-LR-FLD-CNT (DSC-WS-LR-HIT)
               MOVE 0 TO DSC-WS-LR-REC-CNT (DSC-WS-LR-HIT)
           END-IF
           IF DSC-WS-VAL-CNT >= DSC-WS-VAL-MAX
               DISPLAY DSC-WS-PROGRAM " - MORE THAN " DSC-WS-VAL-MAX
                   " DISCRIMINATOR VALUES ON LRDISC FOR "
                   DSC-WS-EXTRACT-DD " - RUN REFUSED"
               GO TO 6510-FAIL
           END-IF
           ADD 1 TO DSC-WS-VAL-CNT
           MOVE LRD-DISC-VALUE TO DSC-WS-VAL (DSC-WS-VAL-CNT)
           MOVE DSC-WS-LR-HIT  TO DSC-WS-VAL-LR (DSC-WS-VAL-CNT)
           GO TO 6510-EXIT.
       6510-FAIL.
           MOVE "Y" TO DSC-WS-FAILED-SW
           MOVE "Y" TO DSC-WS-EOF-SW.
       6510-EXIT.
           EXIT.
      *
      *> VALUES COMPARE OVER THE DISCRIMINATOR'S OWN LENGTH ONLY.
       6520-MATCH-ONE-VALUE.
           IF DSC-WS-VAL (DSC-WS-VX) (1:DSC-WS-LEN)
               = DSC-WS-REC-VALUE (1:DSC-WS-LEN)
               MOVE DSC-WS-VX TO DSC-WS-HIT
           END-IF.
       6520-EXIT.
           EXIT.
      *
       6540-FIND-LR.
           MOVE 0 TO DSC-WS-LR-HIT
           PERFORM 6541-MATCH-ONE-LR THRU 6541-EXIT
               VARYING DSC-WS-LX FROM 1 BY 1
               UNTIL DSC-WS-LX > DSC-WS-LR-CNT
               OR DSC-WS-LR-HIT NOT = 0.
       6540-EXIT.
           EXIT.
      *
       6541-MATCH-ONE-LR.
           IF DSC-WS-LR-NAME (DSC-WS-LX) = DSC-WS-LR-NAME-IN
               MOVE DSC-WS-LX TO DSC-WS-LR-HIT
           END-IF.
       6541-EXIT.
           EXIT.
      *
       6545-NOTE-FIELD.
           IF DSC-WS-LR-HIT = 0
               GO TO 6545-EXIT
           END-IF
           ADD 1 TO DSC-WS-LR-FLD-CNT (DSC-WS-LR-HIT)
           IF DSC-WS-CAND-LEN > DSC-WS-LR-CAT-LEN (DSC-WS-LR-HIT)
               MOVE DSC-WS-CAND-LEN
                   TO DSC-WS-LR-CAT-LEN (DSC-WS-LR-HIT)
           END-IF.
       6545-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6550-PICK-LR - THE LOGICAL RECORD FOR ONE EXTRACT RECORD.     *
      *  WITHOUT A DISCRIMINATOR IT IS ALWAYS LOGICAL RECORD 1.        *
      ******************************************************************
       6550-PICK-LR.
           IF NOT DSC-WS-ACTIVE
               MOVE 1 TO DSC-WS-LR-HIT
               ADD 1 TO DSC-WS-LR-REC-CNT (1)
               GO TO 6550-EXIT
           END-IF
           MOVE 0 TO DSC-WS-LR-HIT
           IF DSC-WS-REC-LEN < DSC-WS-END-POS
               MOVE "*SHORT*" TO DSC-WS-REC-VALUE
               PERFORM 6570-TALLY-UNMAPPED THRU 6570-EXIT
               GO TO 6550-EXIT
           END-IF
           MOVE 0 TO DSC-WS-HIT
           PERFORM 6520-MATCH-ONE-VALUE THRU 6520-EXIT
               VARYING DSC-WS-VX FROM 1 BY 1
               UNTIL DSC-WS-VX > DSC-WS-VAL-CNT
               OR DSC-WS-HIT NOT = 0
           IF DSC-WS-HIT = 0
               PERFORM 6570-TALLY-UNMAPPED THRU 6570-EXIT
               GO TO 6550-EXIT
           END-IF
           MOVE DSC-WS-VAL-LR (DSC-WS-HIT) TO DSC-WS-LR-HIT
           ADD 1 TO DSC-WS-LR-REC-CNT (DSC-WS-LR-HIT).
       6550-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6560-CHECK-CATALOG - EVERY LOGICAL RECORD THE RUN APPLIES     *
      *  MUST HAVE FIELD ROWS ON LRCAT THAT REACH INTO THE RECORD, OR  *
      *  ITS RECORDS WOULD PASS THROUGH UNEXAMINED.                    *
      ******************************************************************
       6560-CHECK-CATALOG.
           PERFORM 6561-CHECK-ONE-LR THRU 6561-EXIT
               VARYING DSC-WS-LX FROM 1 BY 1
               UNTIL DSC-WS-LX > DSC-WS-LR-CNT.
       6560-EXIT.
           EXIT.
      *
       6561-CHECK-ONE-LR.
           IF DSC-WS-LR-FLD-CNT (DSC-WS-LX) = 0
               DISPLAY DSC-WS-PROGRAM " - NO FIELD ROWS FOUND ON LRCAT"
                   " FOR " DSC-WS-LR-NAME (DSC-WS-LX)
               MOVE "Y" TO DSC-WS-FAILED-SW
               GO TO 6561-EXIT
           END-IF
           IF DSC-WS-LR-CAT-LEN (DSC-WS-LX) = 0
               DISPLAY DSC-WS-PROGRAM " - FIELD ROWS ON LRCAT FOR "
                   DSC-WS-LR-NAME (DSC-WS-LX) " COVER NO BYTES"
               MOVE "Y" TO DSC-WS-FAILED-SW
           END-IF.
       6561-EXIT.
           EXIT.
      *
       6570-TALLY-UNMAPPED.
           ADD 1 TO DSC-WS-UNM-TOTAL
           MOVE 0 TO DSC-WS-HIT
           PERFORM 6571-MATCH-ONE-UNMAPPED THRU 6571-EXIT
               VARYING DSC-WS-UX FROM 1 BY 1
               UNTIL DSC-WS-UX > DSC-WS-UNM-CNT
               OR DSC-WS-HIT NOT = 0
           IF DSC-WS-HIT NOT = 0
               ADD 1 TO DSC-WS-UNM-REC-CNT (DSC-WS-HIT)
               GO TO 6570-EXIT
           END-IF
           IF DSC-WS-UNM-CNT >= DSC-WS-UNM-MAX
               ADD 1 TO DSC-WS-UNM-OVERFLOW
               GO TO 6570-EXIT
           END-IF
           ADD 1 TO DSC-WS-UNM-CNT
           MOVE DSC-WS-REC-VALUE TO DSC-WS-UNM-VAL (DSC-WS-UNM-CNT)
           MOVE 1 TO DSC-WS-UNM-REC-CNT (DSC-WS-UNM-CNT)
           MOVE DSC-WS-REC-NO TO DSC-WS-UNM-FIRST-REC (DSC-WS-UNM-CNT).
       6570-EXIT.
           EXIT.
      *
       6571-MATCH-ONE-UNMAPPED.
           IF DSC-WS-UNM-VAL (DSC-WS-UX) = DSC-WS-REC-VALUE
               MOVE DSC-WS-UX TO DSC-WS-HIT
           END-IF.
       6571-EXIT.
           EXIT.
      *
       6580-FORMAT-UNMAPPED-LINE.
           MOVE DSC-WS-UNM-VAL (DSC-WS-UX) TO DSC-WS-SAN-VAL
           PERFORM 6585-SANITIZE-ONE-BYTE THRU 6585-EXIT
               VARYING DSC-WS-SX FROM 1 BY 1
               UNTIL DSC-WS-SX > 10
           MOVE DSC-WS-UNM-REC-CNT (DSC-WS-UX)   TO DSC-WS-CNT-TXT
           MOVE DSC-WS-UNM-FIRST-REC (DSC-WS-UX) TO DSC-WS-CNT2-TXT
           MOVE SPACES TO DSC-WS-LINE
           STRING "UNMAPPED DISCRIMINATOR=[" DELIMITED BY SIZE
               DSC-WS-SAN-VAL (1:DSC-WS-LEN) DELIMITED BY SIZE
               "] RECORDS=" DSC-WS-CNT-TXT
               " FIRST RECORD=" DSC-WS-CNT2-TXT
               DELIMITED BY SIZE
               INTO DSC-WS-LINE
           END-STRING
      *> *SHORT* IS WIDER THAN A NARROW FIELD - SHOW IT WHOLE.
           IF DSC-WS-UNM-VAL (DSC-WS-UX) = "*SHORT*"
               MOVE SPACES TO DSC-WS-LINE
               STRING "UNMAPPED DISCRIMINATOR=*SHORT* RECORDS="
                   DSC-WS-CNT-TXT
                   " FIRST RECORD=" DSC-WS-CNT2-TXT
                   DELIMITED BY SIZE
                   INTO DSC-WS-LINE
               END-STRING
           END-IF.
       6580-EXIT.
           EXIT.
      *
       6585-SANITIZE-ONE-BYTE.
           IF DSC-WS-SAN-VAL (DSC-WS-SX:1) < SPACE
               OR DSC-WS-SAN-VAL (DSC-WS-SX:1) > "~"
               MOVE "." TO DSC-WS-SAN-VAL (DSC-WS-SX:1)
           END-IF.
       6585-EXIT.
           EXIT.
      *
       6590-FORMAT-LR-LINE.
           MOVE DSC-WS-LR-REC-CNT (DSC-WS-LX) TO DSC-WS-CNT-TXT
           MOVE SPACES TO DSC-WS-LINE
           STRING "LOGICAL RECORD " DELIMITED BY SIZE
               DSC-WS-LR-NAME (DSC-WS-LX) DELIMITED BY SPACE
               " PICKED FOR " DSC-WS-CNT-TXT " RECORDS"
               DELIMITED BY SIZE
               INTO DSC-WS-LINE
           END-STRING.
       6590-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6595-DISPLAY-UNMAPPED - THE CONSOLE SUMMARY.  ANY UNMAPPED    *
      *  RECORD MEANS THE RUN DID NOT COVER ITS EXTRACT, AND THE       *
      *  CALLER ENDS WITH RETURN-CODE 16.                              *
      ******************************************************************
       6595-DISPLAY-UNMAPPED.
           IF DSC-WS-UNM-TOTAL = 0
               GO TO 6595-EXIT
           END-IF
           DISPLAY DSC-WS-PROGRAM " - " DSC-WS-UNM-TOTAL
               " RECORDS HAD NO DISCRIMINATOR MAPPING ON LRDISC AND "
               "WERE NOT DECODED"
           IF DSC-WS-UNM-OVERFLOW > 0
               DISPLAY DSC-WS-PROGRAM " - " DSC-WS-UNM-OVERFLOW
                   " OF THEM CARRIED VALUES PAST THE " DSC-WS-UNM-MAX
                   "-VALUE UNMAPPED LIST"
           END-IF.
       6595-EXIT.
           EXIT.
