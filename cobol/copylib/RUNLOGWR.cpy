           MOVE RNL-WS-RECORDS-OUT  TO RNL-RECORDS-OUT
           MOVE RNL-WS-RECORDS-SUSP TO RNL-RECORDS-SUSP
           MOVE RETURN-CODE         TO RNL-RETURN-CODE
           MOVE RNL-WS-RESTART-FROM TO RNL-RESTART-FROM
           MOVE RNL-WS-TABLE-PEAK (1) TO RNL-TABLE-PEAK (1)
           MOVE RNL-WS-TABLE-PEAK (2) TO RNL-TABLE-PEAK (2)
           MOVE RNL-WS-TABLE-PEAK (3) TO RNL-TABLE-PEAK (3)
           MOVE RNL-WS-FILE-ID      TO RNL-FILE-ID
           MOVE RNL-WS-REPLAY-FLAG  TO RNL-REPLAY-FLAG
           WRITE RUN-CONTROL-RECORD
           CLOSE RUNLOG-FILE.
       8600-EXIT.
