       01  RNL-WS-RECORDS-IN               PIC 9(09)       VALUE 0.
       01  RNL-WS-RECORDS-OUT              PIC 9(09)       VALUE 0.
       01  RNL-WS-RECORDS-SUSP             PIC 9(09)       VALUE 0.
      *> A PROGRAM RESTARTED FROM A CHECKPOINT MOVES THE INPUT RECORD
      *> IT PICKED UP AFTER HERE; EVERY OTHER RUN LEAVES IT ZERO.
       01  RNL-WS-RESTART-FROM             PIC 9(09)       VALUE 0.
      *> A PROGRAM THAT HOLDS ITS INPUT IN FIXED TABLES MOVES THE MOST
      *> ENTRIES EACH TABLE HELD HERE - OR WAS ASKED TO HOLD, WHERE THE
      *> PROGRAM COUNTS WHAT IT TURNED AWAY - IN CAPMON'S SLOT ORDER;
      *> EVERY OTHER PROGRAM LEAVES THEM ZERO.
       01  RNL-WS-TABLE-PEAK-TAB           VALUE ZEROS.
           05  RNL-WS-TABLE-PEAK           PIC 9(05)
                                           OCCURS 3 TIMES.
      *> A PROGRAM DRIVEN BY ONE RLHL EXTRACT MOVES THE HEADER'S
      *> RLHL-FILE-ID AND RLHL-REPLAY-FLAG HERE; EVERY OTHER PROGRAM
      *> LEAVES THEM SPACES.
       01  RNL-WS-FILE-ID                  PIC X(08)       VALUE SPACES.
       01  RNL-WS-REPLAY-FLAG              PIC X(01)       VALUE SPACE.
       01  RNL-WS-RUN-DATE                 PIC 9(08)       VALUE 0.
       01  RNL-WS-RUN-TIME                 PIC 9(08)       VALUE 0.
