      *> ------------------------------------------------------------
      *> ACCLOGWS - WORKING STORAGE FOR THE SHARED EXTRACT ACCESS-LOG
      *> WRITE.  COPY THIS INTO WORKING-STORAGE AND COPY ACCLOGWR
      *> INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT OPENS A
      *> REGISTERED EXTRACT (EXTREGREC).  THE PROGRAM MUST ALSO
      *> DECLARE THE FILE ITSELF, SINCE A COPYBOOK CANNOT:
      *>     SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS AXL-WS-STATUS.
      *> AND IN THE FILE SECTION:
      *>     FD  ACCLOG-FILE.
      *>     COPY ACCLOGRC.
      *> AT END OF JOB, FOR EACH EXTRACT THE RUN ACTUALLY OPENED,
      *> MOVE THE PROGRAM NAME, THE EXTRACT'S DD NAME, THE DATASET
      *> NAME IF THE PROGRAM OPENED IT BY NAME (OTHERWISE SPACES) AND
      *> THE RECORDS READ TO THE AXL-WS FIELDS BELOW AND PERFORM
      *> 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.  BY CONVENTION THE
      *> PROGRAM DOES THIS IN ITS OWN 7850-POST-ACCESS-LOG (WITH
      *> 7860 UPWARD FOR ANY PARAGRAPHS IT PERFORMS), WHICH IS WHY
      *> THE ACCDGWS/ACCDGCK RESERVATION STOPS AT 7849.  THE SUBMITTING
      *> ANALYST IS PICKED UP FROM CCBANALYST THE SAME WAY AUTHCK
      *> PICKS IT UP.  AN ACCESS LOG THAT CANNOT BE OPENED COSTS A
      *> CONSOLE WARNING, NEVER THE RUN - THE LOG IS EVIDENCE, NOT A
      *> DEPENDENCY.  THE 7900 PARAGRAPH RANGE IS RESERVED FOR THIS
      *> COPYBOOK PAIR, THE SAME RESERVATION RULE AS CENTPVT/CENTWIN.
      *> ------------------------------------------------------------
      *> "05" IS OPTIONAL-FILE-CREATED - A SUCCESSFUL FIRST-EVER
      *> OPEN, NOT A FAILURE.
       01  AXL-WS-STATUS                   PIC XX.
           88  AXL-WS-OK                   VALUE "00" "05".
       01  AXL-WS-PROGRAM                  PIC X(08)       VALUE SPACES.
       01  AXL-WS-EXTRACT-DD               PIC X(08)       VALUE SPACES.
       01  AXL-WS-DATASET-NAME             PIC X(44)       VALUE SPACES.
       01  AXL-WS-RECORDS-READ             PIC 9(09)       VALUE 0.
       01  AXL-WS-ANALYST-ID               PIC X(10)       VALUE SPACES.
       01  AXL-WS-NOW-DATE                 PIC 9(08)       VALUE 0.
       01  AXL-WS-NOW-TIME                 PIC 9(08)       VALUE 0.
