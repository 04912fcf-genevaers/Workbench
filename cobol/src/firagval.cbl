      ******************************************************************
      **                                                               *
      **  PROGRAM      FIRAGVAL                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  A PRE-ALLOCATION EDIT STEP FOR THE FIRE        *
      **      ALLOCATION EXTRACT (DD FIREXT, FDW-FIRE-ALLOC-REC),      *
      **      THE AGENT COMPANION TO FIRHCVAL'S H-CODE AND CO-CD       *
      **      EDIT.  EVERY RECORD'S AGENT IS CHECKED AGAINST THE       *
      **      AGENT MASTER ON DD AGENTMST (AGTMSTRC, MAINTAINED BY     *
      **      REFTMNT BEHIND THE REFTAPPR GATE) AS OF THE RECORD'S     *
      **      FILE-DATE - SEE AGTVALWS.cpy FOR THE RULE.  A RECORD     *
      **      THAT PASSES IS WRITTEN TO DD FIRGOOD; ONE FOR AN         *
      **      UNKNOWN AGENT (AG01), AN AGENT NOT ACTIVE (AG02) OR AN   *
      **      AGENT NOT LICENSED IN THE WRITING-MIS-STATE (AG03) GOES  *
      **      TO THE UNIFIED SUSPENSE FILE DD FIRSUSP (FIRSUSPR)       *
      **      WITH THE REASON LISTED ON DD SUSPRPT.                    *
      **                                                               *
      **      RETURN-CODE 16 - A RECORD SUSPENDED, THE MASTER          *
      **                       OVERFLOWED ITS TABLES, OR A FILE        *
      **                       COULD NOT BE OPENED.                    *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRAGVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIREXT-FILE  ASSIGN TO "FIREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGV-FIREXT-STATUS.
      *> THE AGENT MASTER - SEE AGTVALWS.cpy.
           SELECT AGENTMST-FILE ASSIGN TO "AGENTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGC-MST-STATUS.
           SELECT FIRGOOD-FILE  ASSIGN TO "FIRGOOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGV-FIRGOOD-STATUS.
           SELECT FIRSUSP-FILE  ASSIGN TO "FIRSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGV-FIRSUSP-STATUS.
           SELECT SUSPRPT-FILE  ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGV-SUSPRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
      *> THE SHARED DATA-QUALITY RESULT FILE - SEE QUALWS.cpy.
           SELECT OPTIONAL QUALRSLT-FILE ASSIGN TO "QUALRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUA-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIREXT-FILE.
       COPY FIREALOC.
       FD  AGENTMST-FILE.
       COPY AGTMSTRC.
       FD  FIRGOOD-FILE.
       COPY FIREALOC REPLACING FDW-FIRE-ALLOC-REC BY FIRGOOD-RECORD.
       FD  FIRSUSP-FILE.
       COPY FIRSUSPR.
       FD  SUSPRPT-FILE.
       01  SUSPRPT-RECORD                   PIC X(70).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  QUALRSLT-FILE.
       COPY QUALREC.
       WORKING-STORAGE SECTION.
      *> THE SHARED DATA-QUALITY RESULT WORK FIELDS - SEE QUALWS.cpy.
       COPY QUALWS.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED AGENT EDIT WORK FIELDS - SEE AGTVALWS.cpy.
       COPY AGTVALWS.
       01  AGV-FIREXT-STATUS                PIC XX.
           88  AGV-FIREXT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES AGV-FIREXT-STATUS TO "10", SO
      *> WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  AGV-FIREXT-OPENED-SW             PIC X(01)      VALUE "N".
           88  AGV-FIREXT-OPENED            VALUE "Y".
       01  AGV-FIRGOOD-STATUS               PIC XX.
       01  AGV-FIRSUSP-STATUS               PIC XX.
       01  AGV-SUSPRPT-STATUS               PIC XX.
       01  AGV-EOF-SW                       PIC X(01)      VALUE "N".
           88  AGV-EOF                      VALUE "Y".
       01  AGV-TOTAL-RECS                   PIC 9(08)      VALUE 0.
       01  AGV-SUSPENDED-CNT                PIC 9(08)      VALUE 0.
       01  AGV-FILE-DATE-X                  PIC X(08)      VALUE SPACES.
       01  AGV-SUSP-RUN-DATE                PIC 9(08)      VALUE 0.
       01  AGV-OUT-LINE                     PIC X(70)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-RECORDS THRU 2000-EXIT
               UNTIL AGV-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT AGV-SUSP-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  FIREXT-FILE
           OPEN OUTPUT FIRGOOD-FILE
           OPEN OUTPUT FIRSUSP-FILE
           OPEN OUTPUT SUSPRPT-FILE
           IF NOT AGV-FIREXT-OK
               DISPLAY "FIRAGVAL - UNABLE TO OPEN FIREXT, STATUS="
                   AGV-FIREXT-STATUS
               MOVE "Y" TO AGV-EOF-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO AGV-FIREXT-OPENED-SW
           END-IF
           PERFORM 7600-LOAD-AGENT-MASTER THRU 7600-EXIT
           IF NOT AGC-LOADED
               DISPLAY "FIRAGVAL - UNABLE TO OPEN AGENTMST, STATUS="
                   AGC-MST-STATUS
               MOVE "Y" TO AGV-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-EDIT-RECORDS - VALIDATES THE AGENT AS OF THE RECORD'S   *
      *  FILE-DATE AND ROUTES THE RECORD TO FIRGOOD OR FIRSUSP        *
      *  ACCORDINGLY.                                                 *
      ******************************************************************
       2000-EDIT-RECORDS.
           READ FIREXT-FILE
               AT END
                   MOVE "Y" TO AGV-EOF-SW
           END-READ
           IF AGV-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO AGV-TOTAL-RECS
      *> A FILE-DATE THAT IS NOT EVEN NUMERIC FALLS IN NO WINDOW, SO
      *> A KNOWN AGENT SUSPENDS AS NOT ACTIVE.
           MOVE FILE-DATE OF FDW-FIRE-ALLOC-REC TO AGV-FILE-DATE-X
           IF AGV-FILE-DATE-X IS NUMERIC
               MOVE AGV-FILE-DATE-X TO AGC-CHK-DATE
           ELSE
               MOVE 0 TO AGC-CHK-DATE
           END-IF
           MOVE AGENT OF FDW-FIRE-ALLOC-REC TO AGC-CHK-AGENT
           MOVE WRITING-MIS-STATE OF FDW-FIRE-ALLOC-REC
               TO AGC-CHK-STATE
           PERFORM 7650-CHECK-AGENT THRU 7650-EXIT
           IF AGC-VALID
               MOVE FDW-FIRE-ALLOC-REC TO FIRGOOD-RECORD
               WRITE FIRGOOD-RECORD
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO AGV-SUSPENDED-CNT
           MOVE FDW-FIRE-ALLOC-REC TO FSU-ALLOC-IMAGE
           MOVE AGC-REASON-CD      TO FSU-REASON-CD
           MOVE AGC-FIELD-NAME     TO FSU-FIELD-NAME
           MOVE "FIRAGVAL"         TO FSU-EDIT-PROGRAM
           MOVE AGV-SUSP-RUN-DATE  TO FSU-RUN-DATE
           MOVE 0                  TO FSU-RECYCLE-CNT
           WRITE FIRE-SUSPENSE-RECORD
           PERFORM 2300-WRITE-SUSPENSE-LINE THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
      *
       2300-WRITE-SUSPENSE-LINE.
           MOVE SPACES TO AGV-OUT-LINE
           STRING "AGENT=" DELIMITED BY SIZE
               AGENT OF FDW-FIRE-ALLOC-REC DELIMITED BY SIZE
               " STATE=" DELIMITED BY SIZE
               WRITING-MIS-STATE OF FDW-FIRE-ALLOC-REC
                   DELIMITED BY SIZE
               " CO-CD=" DELIMITED BY SIZE
               CO-CD OF FDW-FIRE-ALLOC-REC DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               AGC-REASON-TXT DELIMITED BY SIZE
               INTO AGV-OUT-LINE
           END-STRING
           WRITE SUSPRPT-RECORD FROM AGV-OUT-LINE.
       2300-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "FIRAGVAL - " AGV-TOTAL-RECS " RECORDS, "
               AGV-SUSPENDED-CNT " SUSPENDED"
           MOVE "FIRAGVAL" TO QUA-WS-PROGRAM
           MOVE "FIREXT  " TO QUA-WS-FEED
           MOVE "AGENT-LICENSE" TO QUA-WS-CHECK-NAME
           MOVE AGV-TOTAL-RECS TO QUA-WS-RECORDS-CHECKED
           MOVE AGV-SUSPENDED-CNT TO QUA-WS-RECORDS-FAILED
           PERFORM 8000-WRITE-QUALITY THRU 8000-EXIT
           IF AGC-OVERFLOW-CNT > 0
               DISPLAY "FIRAGVAL - " AGC-OVERFLOW-CNT
                   " AGENTMST ROWS EXCEEDED THE IN-MEMORY TABLES"
           END-IF
           IF AGV-SUSPENDED-CNT > 0
               OR AGC-OVERFLOW-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRAGVAL" TO RNL-WS-PROGRAM
           MOVE AGV-TOTAL-RECS TO RNL-WS-RECORDS-IN
           COMPUTE RNL-WS-RECORDS-OUT =
               AGV-TOTAL-RECS - AGV-SUSPENDED-CNT
           MOVE AGV-SUSPENDED-CNT TO RNL-WS-RECORDS-SUSP
           MOVE AGC-AGT-TOP TO RNL-WS-TABLE-PEAK (1)
           MOVE AGC-LIC-TOP TO RNL-WS-TABLE-PEAK (2)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
      *> SHARED DATA-QUALITY RESULT PARAGRAPH - SEE QUALWR.cpy.
       COPY QUALWR.
      *
      *> SHARED AGENT EDIT PARAGRAPHS - SEE AGTVALCK.cpy.
       COPY AGTVALCK.
      *
       9000-TERMINATE.
           IF AGV-FIREXT-OPENED
               CLOSE FIREXT-FILE
           END-IF
           CLOSE FIRGOOD-FILE
           CLOSE FIRSUSP-FILE
           CLOSE SUSPRPT-FILE.
