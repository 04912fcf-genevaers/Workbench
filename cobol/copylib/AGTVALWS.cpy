      *> ------------------------------------------------------------
      *> AGTVALWS - WORKING STORAGE FOR THE SHARED FIRE AGENT EDIT.
      *> A FIRE RECORD'S AGENT MUST BE ON THE AGENT MASTER (AG01),
      *> ACTIVE AND APPOINTED ON THE RECORD'S FILE-DATE (AG02), AND
      *> LICENSED IN ITS WRITING-MIS-STATE ON THAT DATE (AG03).
      *> FIRAGVAL RUNS THE EDIT ON THE FEED AND FIRRECYC RUNS IT
      *> AGAIN ON A RECYCLED RECORD.  COPY THIS INTO WORKING-STORAGE
      *> AND COPY AGTVALCK INTO THE PROCEDURE DIVISION.  THE PROGRAM
      *> MUST ALSO DECLARE THE MASTER ITSELF, SINCE A COPYBOOK
      *> CANNOT:
      *>     SELECT AGENTMST-FILE ASSIGN TO "AGENTMST"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS AGC-MST-STATUS.
      *> AND IN THE FILE SECTION:
      *>     FD  AGENTMST-FILE.
      *>     COPY AGTMSTRC.
      *> AT STARTUP PERFORM 7600-LOAD-AGENT-MASTER THRU 7600-EXIT;
      *> AGC-LOADED COMES BACK SET WHEN THE MASTER WAS READ, AND
      *> AGC-OVERFLOW-CNT COUNTS ROWS THE TABLES HAD NO ROOM FOR.
      *> PER RECORD, MOVE THE AGENT, STATE AND FILE-DATE (ZERO WHEN
      *> IT IS NOT A DATE) TO AGC-CHK-AGENT, AGC-CHK-STATE AND
      *> AGC-CHK-DATE AND PERFORM 7650-CHECK-AGENT THRU 7650-EXIT;
      *> AGC-VALID COMES BACK SET WHEN IT PASSES, OTHERWISE
      *> AGC-REASON-CD, AGC-REASON-TXT AND AGC-FIELD-NAME SAY WHY,
      *> READY FOR THE FIRSUSPR ROW.  THE 7600 PARAGRAPH RANGE IS
      *> RESERVED FOR THIS COPYBOOK PAIR, THE SAME RESERVATION RULE
      *> AS CENTPVT/CENTWIN.
      *> ------------------------------------------------------------
       01  AGC-MST-STATUS                  PIC XX.
           88  AGC-MST-OK                  VALUE "00".
       01  AGC-MST-EOF-SW                  PIC X(01)       VALUE "N".
           88  AGC-MST-EOF                 VALUE "Y".
       01  AGC-LOADED-SW                   PIC X(01)       VALUE "N".
           88  AGC-LOADED                  VALUE "Y".
       01  AGC-OVERFLOW-CNT                PIC 9(06)       VALUE 0.
      *> ------------------------ AGENT ROWS ---------------------------
       01  AGC-AGT-MAX                     PIC 9(04) COMP  VALUE 2000.
       01  AGC-AGT-TOP                     PIC 9(04) COMP  VALUE 0.
       01  AGC-AGT-TAB.
           05  AGC-AGT-ENTRY               OCCURS 2000 TIMES.
               10  AGC-AGT-AGENT           PIC X(04).
               10  AGC-AGT-STATUS          PIC X(01).
               10  AGC-AGT-APPT            PIC 9(08).
               10  AGC-AGT-EFF             PIC 9(08).
               10  AGC-AGT-END             PIC 9(08).
      *> ----------------------- LICENSE ROWS --------------------------
       01  AGC-LIC-MAX                     PIC 9(04) COMP  VALUE 5000.
       01  AGC-LIC-TOP                     PIC 9(04) COMP  VALUE 0.
       01  AGC-LIC-TAB.
           05  AGC-LIC-ENTRY               OCCURS 5000 TIMES.
               10  AGC-LIC-AGENT           PIC X(04).
               10  AGC-LIC-STATE           PIC X(02).
               10  AGC-LIC-FROM            PIC 9(08).
               10  AGC-LIC-THRU            PIC 9(08).
               10  AGC-LIC-EFF             PIC 9(08).
               10  AGC-LIC-END             PIC 9(08).
       01  AGC-IX                          PIC 9(04) COMP  VALUE 0.
      *> ------------------------- THE CHECK ---------------------------
       01  AGC-CHK-AGENT                   PIC X(04)       VALUE SPACES.
       01  AGC-CHK-STATE                   PIC X(02)       VALUE SPACES.
       01  AGC-CHK-DATE                    PIC 9(08)       VALUE 0.
       01  AGC-REASON-CD                   PIC X(04)       VALUE SPACES.
           88  AGC-VALID                   VALUE SPACES.
       01  AGC-REASON-TXT                  PIC X(40)       VALUE SPACES.
       01  AGC-FIELD-NAME                  PIC X(30)       VALUE SPACES.
      *> THE AGENT ROW IN FORCE ON AGC-CHK-DATE - THE LATEST-DATED ONE
      *> WHEN A RETIRE AND AN ADD SHARE THE CHANGE DAY.
       01  AGC-SEEN-SW                     PIC X(01)       VALUE "N".
           88  AGC-SEEN                    VALUE "Y".
       01  AGC-COVERED-SW                  PIC X(01)       VALUE "N".
           88  AGC-COVERED                 VALUE "Y".
       01  AGC-BEST-EFF                    PIC 9(08)       VALUE 0.
       01  AGC-BEST-STATUS                 PIC X(01)       VALUE SPACE.
       01  AGC-BEST-APPT                   PIC 9(08)       VALUE 0.
       01  AGC-LICENSED-SW                 PIC X(01)       VALUE "N".
           88  AGC-LICENSED                VALUE "Y".
