      *> ------------------------------------------------------------
      *> CKPTWS - WORKING STORAGE FOR THE SHARED CHECKPOINT/RESTART.
      *> COPY THIS INTO WORKING-STORAGE AND COPY CKPTWR INTO THE
      *> PROCEDURE DIVISION OF ANY LONG SEQUENTIAL PASS THAT SHOULD
      *> RESTART FROM ITS LAST CHECKPOINT RATHER THAN FROM RECORD
      *> ONE.  THE PROGRAM MUST ALSO DECLARE THE FILES ITSELF, SINCE
      *> A COPYBOOK CANNOT:
      *>     SELECT OPTIONAL CKPTPRM-FILE ASSIGN TO "CKPTPRM"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS CKP-WS-PRM-STATUS.
      *>     SELECT OPTIONAL CKPT-FILE ASSIGN TO "CKPT"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS CKP-WS-STATUS.
      *> AND IN THE FILE SECTION:
      *>     FD  CKPTPRM-FILE.
      *>     01  CKPTPRM-RECORD              PIC 9(08).
      *>     FD  CKPT-FILE.
      *>     COPY CKPTREC.
      *> AT INITIALIZATION, MOVE THE PROGRAM NAME AND RUN KEY TO
      *> CKP-WS-PROGRAM AND CKP-WS-RUN-KEY AND PERFORM
      *> 8800-READ-CHECKPOINT THRU 8800-EXIT.  THAT TAKES THE
      *> INTERVAL FROM DD CKPTPRM (EIGHT DIGITS, DEFAULT 5000, ZERO
      *> TURNS CHECKPOINTING OFF) AND, WHEN DD CKPT HOLDS A
      *> CHECKPOINT, LOADS IT INTO THE CKP-WS FIELDS BELOW AND SETS
      *> CKP-WS-RESTARTING - OR CKP-WS-REFUSED WHEN THE CHECKPOINT
      *> WAS TAKEN BY ANOTHER PROGRAM OR FOR ANOTHER RUN KEY, WHICH
      *> THE PROGRAM MUST TREAT AS A HALT.  A RESTARTING PROGRAM
      *> COPIES CKP-WS-WRITTEN(N) RECORDS OF EACH OUTPUT FORWARD
      *> FROM THE FAILED RUN'S OUTPUT, READS PAST CKP-WS-RECORDS-READ
      *> INPUT RECORDS, AND RESTORES ITS COUNTS FROM CKP-WS-COUNT.
      *> ADD 1 TO CKP-WS-DUE-CNT FOR EVERY INPUT RECORD READ, AND
      *> BETWEEN RECORDS PERFORM 8830-TEST-CHECKPOINT-DUE THRU
      *> 8830-EXIT; WHEN IT SETS CKP-WS-DUE, FORCE THE OUTPUTS TO
      *> DISK (CLOSE, OPEN EXTEND), LOAD THE CKP-WS FIELDS AND
      *> PERFORM 8810-WRITE-CHECKPOINT THRU 8810-EXIT.  SET
      *> CKP-WS-INPUT-DONE WHEN THE INPUT REACHES END OF FILE, AND
      *> PERFORM 8820-CLEAR-CHECKPOINT THRU 8820-EXIT AT TERMINATION
      *> IF IT IS ON - A HALTED RUN KEEPS ITS CHECKPOINT.  THE 8800
      *> PARAGRAPH RANGE IS RESERVED FOR THIS COPYBOOK PAIR, THE SAME
      *> RESERVATION RULE AS CENTPVT/CENTWIN.
      *> ------------------------------------------------------------
       01  CKP-WS-PRM-STATUS               PIC XX.
           88  CKP-WS-PRM-OK               VALUE "00".
      *> "05" IS OPTIONAL-FILE-CREATED - A SUCCESSFUL FIRST-EVER
      *> OPEN, NOT A FAILURE.
       01  CKP-WS-STATUS                   PIC XX.
           88  CKP-WS-OK                   VALUE "00" "05".
       01  CKP-WS-PROGRAM                  PIC X(08)       VALUE SPACES.
       01  CKP-WS-RUN-KEY                  PIC X(30)       VALUE SPACES.
       01  CKP-WS-INTERVAL                 PIC 9(08)       VALUE 5000.
       01  CKP-WS-DUE-CNT                  PIC 9(08)       VALUE 0.
       01  CKP-WS-DUE-SW                   PIC X(01)       VALUE "N".
           88  CKP-WS-DUE                  VALUE "Y".
       01  CKP-WS-RESTART-SW               PIC X(01)       VALUE "N".
           88  CKP-WS-RESTARTING           VALUE "Y".
           88  CKP-WS-REFUSED              VALUE "X".
       01  CKP-WS-INPUT-DONE-SW            PIC X(01)       VALUE "N".
           88  CKP-WS-INPUT-DONE           VALUE "Y".
      *> WHERE A RESTARTED RUN PICKED UP - ZERO ON A FRESH RUN.  IT
      *> GOES TO THE RUN LOG SO THE RESTART IS ON RECORD.
       01  CKP-WS-RESTART-FROM             PIC 9(09)       VALUE 0.
       01  CKP-WS-RECORDS-READ             PIC 9(09)       VALUE 0.
       01  CKP-WS-WRITTEN-TAB              VALUE ZEROS.
           05  CKP-WS-WRITTEN              PIC 9(09)
                                           OCCURS 4 TIMES.
       01  CKP-WS-COUNT-TAB                VALUE ZEROS.
           05  CKP-WS-COUNT                PIC 9(09)
                                           OCCURS 8 TIMES.
       01  CKP-WS-TAKEN-DATE               PIC 9(08)       VALUE 0.
       01  CKP-WS-TAKEN-TIME               PIC 9(08)       VALUE 0.
