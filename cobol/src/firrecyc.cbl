      **                   STOOD WHEN THE RECORD SUSPENDED, NOT ON   *
      **                   THE KEYS AS EARLIER CORRECTIONS LEAVE     *
      **                   THEM.                                     *
      **  2026/10/15 DAO   RE-RUN THE FIRAGVAL AGENT EDIT TOO, AGAINST *
      **                   THE AGENT MASTER ON DD AGENTMST - A RECORD  *
      **                   SUSPENDED FOR ITS AGENT IS USUALLY CURED BY *
      **                   MASTER MAINTENANCE, NOT A FIXPARM ROW.      *
      **                   WITHOUT THE MASTER, SUCH A RECORD STAYS IN  *
      **                   SUSPENSE.                                   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT COCDREF-FILE  ASSIGN TO "COCDREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCY-COCDREF-STATUS.
      *> OPTIONAL - THE AGENT MASTER, SEE AGTVALWS.cpy.  A RUN THAT
      *> RECYCLES NO AGENT SUSPENSE NEED NOT SUPPLY IT.
           SELECT OPTIONAL AGENTMST-FILE ASSIGN TO "AGENTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGC-MST-STATUS.
           SELECT RECYGOOD-FILE ASSIGN TO "RECYGOOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCY-RECYGOOD-STATUS.
       COPY HCODEREF.
       FD  COCDREF-FILE.
       COPY COCDREF.
       FD  AGENTMST-FILE.
       COPY AGTMSTRC.
       FD  RECYGOOD-FILE.
       COPY FIREALOC
           REPLACING FDW-FIRE-ALLOC-REC BY RECYGOOD-RECORD.
       FD  RECYRPT-FILE.
       01  RECYRPT-RECORD                  PIC X(110).
       WORKING-STORAGE SECTION.
      *> THE SHARED AGENT EDIT WORK FIELDS - SEE AGTVALWS.cpy.
       COPY AGTVALWS.
       01  RCY-FIRSUSP-STATUS              PIC XX.
           88  RCY-FIRSUSP-OK              VALUE "00".
      *> EACH FINAL READ'S AT END DRIVES ITS OWN STATUS TO "10", SO
               UNTIL RCY-HREF-EOF
           PERFORM 1300-LOAD-COCD-TAB THRU 1300-EXIT
               UNTIL RCY-CREF-EOF
           PERFORM 7600-LOAD-AGENT-MASTER THRU 7600-EXIT
           PERFORM 2000-RECYCLE-ONE-RECORD THRU 2000-EXIT
               UNTIL RCY-SUSP-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           EXIT.
      *
      ******************************************************************
      *  2200-RERUN-EDITS - THE SAME CHECKS FIRHCVAL, FIRAMVAL AND    *
      *  FIRAGVAL RUN: BOTH CODES ON THEIR REFERENCE TABLES, EVERY    *
      *  AMOUNT A VALID SIGNED NUMERIC, AND THE AGENT ACTIVE AND      *
      *  LICENSED IN THE WRITING STATE.                               *
      ******************************************************************
       2200-RERUN-EDITS.
           MOVE "Y" TO RCY-REC-OK-SW
                   VARYING RCY-AMT-IDX FROM 1 BY 1
                   UNTIL RCY-AMT-IDX > 9
                   OR NOT RCY-REC-OK
           END-IF
           IF NOT RCY-REC-OK
               GO TO 2200-EXIT
           END-IF
           IF NOT AGC-LOADED
               IF FSU-REASON-CD OF FIRE-SUSPENSE-RECORD (1:2) = "AG"
                   MOVE "AGENT MASTER NOT SUPPLIED" TO RCY-REASON-TXT
                   MOVE "N" TO RCY-REC-OK-SW
               END-IF
               GO TO 2200-EXIT
           END-IF
           MOVE AGENT OF FDW-FIRE-ALLOC-REC TO AGC-CHK-AGENT
           MOVE WRITING-MIS-STATE OF FDW-FIRE-ALLOC-REC
               TO AGC-CHK-STATE
           MOVE RCY-REC-FILE-DATE TO AGC-CHK-DATE
           PERFORM 7650-CHECK-AGENT THRU 7650-EXIT
           IF NOT AGC-VALID
               MOVE AGC-REASON-TXT TO RCY-REASON-TXT
               MOVE "N" TO RCY-REC-OK-SW
           END-IF.
       2200-EXIT.
           EXIT.
               DISPLAY "FIRRECYC - " RCY-FIX-OVERFLOW-CNT
                   " CORRECTIONS EXCEEDED THE IN-MEMORY TABLE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF AGC-OVERFLOW-CNT > 0
               DISPLAY "FIRRECYC - " AGC-OVERFLOW-CNT
                   " AGENTMST ROWS EXCEEDED THE IN-MEMORY TABLES"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> SHARED AGENT EDIT PARAGRAPHS - SEE AGTVALCK.cpy.
       COPY AGTVALCK.
      *
       9000-TERMINATE.
           IF RCY-FIRSUSP-OPENED
