      *> ------------------------------------------------------------
      *> AGTVALCK - SHARED FIRE AGENT EDIT PARAGRAPHS.  SEE
      *> AGTVALWS.cpy FOR THE RULE, THE CALLING CONVENTION, THE FILE
      *> THE PROGRAM MUST DECLARE AND THE 7600-RANGE PARAGRAPH-NUMBER
      *> RESERVATION.
      *> ------------------------------------------------------------
       7600-LOAD-AGENT-MASTER.
           MOVE "N" TO AGC-LOADED-SW
           MOVE "N" TO AGC-MST-EOF-SW
           OPEN INPUT AGENTMST-FILE
      *> "05" IS AN OPTIONAL MASTER THAT IS NOT THERE - OPENED, BUT
      *> NOTHING TO LOAD.
           IF NOT AGC-MST-OK
               IF AGC-MST-STATUS = "05"
                   CLOSE AGENTMST-FILE
               END-IF
               GO TO 7600-EXIT
           END-IF
           PERFORM 7610-LOAD-ONE-MASTER-ROW THRU 7610-EXIT
               UNTIL AGC-MST-EOF
           CLOSE AGENTMST-FILE
           MOVE "Y" TO AGC-LOADED-SW.
       7600-EXIT.
           EXIT.
      *
       7610-LOAD-ONE-MASTER-ROW.
           READ AGENTMST-FILE
               AT END
                   MOVE "Y" TO AGC-MST-EOF-SW
                   GO TO 7610-EXIT
           END-READ
           IF AGM-AGENT-ROW
               IF AGC-AGT-TOP NOT < AGC-AGT-MAX
                   ADD 1 TO AGC-OVERFLOW-CNT
                   GO TO 7610-EXIT
               END-IF
               ADD 1 TO AGC-AGT-TOP
               MOVE AGM-AGENT     TO AGC-AGT-AGENT (AGC-AGT-TOP)
               MOVE AGM-STATUS    TO AGC-AGT-STATUS (AGC-AGT-TOP)
               MOVE AGM-APPT-DATE TO AGC-AGT-APPT (AGC-AGT-TOP)
               MOVE AGM-EFF-DATE  TO AGC-AGT-EFF (AGC-AGT-TOP)
               MOVE AGM-END-DATE  TO AGC-AGT-END (AGC-AGT-TOP)
               GO TO 7610-EXIT
           END-IF
           IF AGM-LICENSE-ROW
               IF AGC-LIC-TOP NOT < AGC-LIC-MAX
                   ADD 1 TO AGC-OVERFLOW-CNT
                   GO TO 7610-EXIT
               END-IF
               ADD 1 TO AGC-LIC-TOP
               MOVE AGM-AGENT        TO AGC-LIC-AGENT (AGC-LIC-TOP)
               MOVE AGM-LIC-STATE    TO AGC-LIC-STATE (AGC-LIC-TOP)
               MOVE AGM-LIC-EFF-DATE TO AGC-LIC-FROM (AGC-LIC-TOP)
               MOVE AGM-LIC-EXP-DATE TO AGC-LIC-THRU (AGC-LIC-TOP)
               MOVE AGM-EFF-DATE     TO AGC-LIC-EFF (AGC-LIC-TOP)
               MOVE AGM-END-DATE     TO AGC-LIC-END (AGC-LIC-TOP)
           END-IF.
       7610-EXIT.
           EXIT.
      *
       7650-CHECK-AGENT.
           MOVE SPACES TO AGC-REASON-CD
           MOVE SPACES TO AGC-REASON-TXT
           MOVE SPACES TO AGC-FIELD-NAME
           MOVE "N" TO AGC-SEEN-SW
           MOVE "N" TO AGC-COVERED-SW
           MOVE "N" TO AGC-LICENSED-SW
           MOVE 0 TO AGC-BEST-EFF
           PERFORM 7660-SCAN-ONE-AGENT-ROW THRU 7660-EXIT
               VARYING AGC-IX FROM 1 BY 1
               UNTIL AGC-IX > AGC-AGT-TOP
           IF NOT AGC-SEEN
               MOVE "AG01" TO AGC-REASON-CD
               MOVE "AGENT NOT ON AGENT MASTER" TO AGC-REASON-TXT
               MOVE "AGENT" TO AGC-FIELD-NAME
               GO TO 7650-EXIT
           END-IF
           IF NOT AGC-COVERED OR AGC-BEST-STATUS NOT = "A"
               OR AGC-BEST-APPT > AGC-CHK-DATE
               MOVE "AG02" TO AGC-REASON-CD
               MOVE "AGENT NOT ACTIVE ON FILE-DATE" TO AGC-REASON-TXT
               MOVE "AGENT" TO AGC-FIELD-NAME
               GO TO 7650-EXIT
           END-IF
           PERFORM 7670-SCAN-ONE-LICENSE-ROW THRU 7670-EXIT
               VARYING AGC-IX FROM 1 BY 1
               UNTIL AGC-IX > AGC-LIC-TOP
               OR AGC-LICENSED
           IF NOT AGC-LICENSED
               MOVE "AG03" TO AGC-REASON-CD
               MOVE "AGENT NOT LICENSED IN WRITING STATE"
                   TO AGC-REASON-TXT
               MOVE "AGENT AND WRITING-MIS-STATE" TO AGC-FIELD-NAME
           END-IF.
       7650-EXIT.
           EXIT.
      *
       7660-SCAN-ONE-AGENT-ROW.
           IF AGC-AGT-AGENT (AGC-IX) NOT = AGC-CHK-AGENT
               GO TO 7660-EXIT
           END-IF
           MOVE "Y" TO AGC-SEEN-SW
           IF AGC-AGT-EFF (AGC-IX) > AGC-CHK-DATE
               GO TO 7660-EXIT
           END-IF
           IF AGC-AGT-END (AGC-IX) NOT = 0
               AND AGC-AGT-END (AGC-IX) NOT = 99999999
               AND AGC-AGT-END (AGC-IX) < AGC-CHK-DATE
               GO TO 7660-EXIT
           END-IF
           IF AGC-COVERED AND AGC-AGT-EFF (AGC-IX) < AGC-BEST-EFF
               GO TO 7660-EXIT
           END-IF
           MOVE "Y" TO AGC-COVERED-SW
           MOVE AGC-AGT-EFF (AGC-IX)    TO AGC-BEST-EFF
           MOVE AGC-AGT-STATUS (AGC-IX) TO AGC-BEST-STATUS
           MOVE AGC-AGT-APPT (AGC-IX)   TO AGC-BEST-APPT.
       7660-EXIT.
           EXIT.
      *
      *> BOTH THE ROW'S WINDOW AND THE LICENSE'S OWN DATES MUST COVER
      *> THE FILE-DATE.
       7670-SCAN-ONE-LICENSE-ROW.
           IF AGC-LIC-AGENT (AGC-IX) NOT = AGC-CHK-AGENT
               OR AGC-LIC-STATE (AGC-IX) NOT = AGC-CHK-STATE
               GO TO 7670-EXIT
           END-IF
           IF AGC-LIC-EFF (AGC-IX) > AGC-CHK-DATE
               OR AGC-LIC-FROM (AGC-IX) > AGC-CHK-DATE
               GO TO 7670-EXIT
           END-IF
           IF AGC-LIC-END (AGC-IX) NOT = 0
               AND AGC-LIC-END (AGC-IX) NOT = 99999999
               AND AGC-LIC-END (AGC-IX) < AGC-CHK-DATE
               GO TO 7670-EXIT
           END-IF
           IF AGC-LIC-THRU (AGC-IX) NOT = 0
               AND AGC-LIC-THRU (AGC-IX) NOT = 99999999
               AND AGC-LIC-THRU (AGC-IX) < AGC-CHK-DATE
               GO TO 7670-EXIT
           END-IF
           MOVE "Y" TO AGC-LICENSED-SW.
       7670-EXIT.
           EXIT.
