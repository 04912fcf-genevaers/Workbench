      *> ------------------------------------------------------------
      *> ACCLOGWR - SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH.  SEE
      *> ACCLOGWS.cpy FOR THE CALLING CONVENTION, THE FILE THE
      *> PROGRAM MUST DECLARE, AND THE 7900-RANGE PARAGRAPH-NUMBER
      *> RESERVATION.
      *> ------------------------------------------------------------
       7900-WRITE-ACCESS-LOG.
           OPEN EXTEND ACCLOG-FILE
           IF NOT AXL-WS-OK
               DISPLAY AXL-WS-PROGRAM " - ACCESS NOT LOGGED, "
                   "ACCLOG STATUS=" AXL-WS-STATUS
               GO TO 7900-EXIT
           END-IF
           MOVE SPACES TO AXL-WS-ANALYST-ID
           ACCEPT AXL-WS-ANALYST-ID FROM ENVIRONMENT "CCBANALYST"
           ACCEPT AXL-WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT AXL-WS-NOW-TIME FROM TIME
           MOVE AXL-WS-NOW-DATE     TO AXL-ACCESS-DATE
           MOVE AXL-WS-NOW-TIME     TO AXL-ACCESS-TIME
           MOVE AXL-WS-PROGRAM      TO AXL-PROGRAM
           MOVE AXL-WS-ANALYST-ID   TO AXL-ANALYST-ID
           MOVE AXL-WS-EXTRACT-DD   TO AXL-EXTRACT-DD
           MOVE AXL-WS-DATASET-NAME TO AXL-DATASET-NAME
           MOVE AXL-WS-RECORDS-READ TO AXL-RECORDS-READ
           WRITE EXTRACT-ACCESS-RECORD
           CLOSE ACCLOG-FILE.
       7900-EXIT.
           EXIT.
