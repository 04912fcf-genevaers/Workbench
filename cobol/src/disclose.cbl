      ******************************************************************
      **                                                               *
      **  PROGRAM      DISCLOSE                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  MONTHLY DISCLOSURE REPORT FOR SENSITIVE        *
      **      EXTRACTS - WHO READ WHICH EXTRACT CARRYING PERSONAL,     *
      **      ACCOUNT OR FINANCIAL DATA, THROUGH WHICH PROGRAM.        *
      **      EVERY ROW ON THE SHARED ACCESS LOG (DD ACCLOG,           *
      **      ACCLOGRC) DATED INSIDE THE PERIOD IS JOINED TO THE       *
      **      EXTRACT REGISTRY (DD EXTREG, EXTREGREC) ON ITS DD NAME - *
      **      AND ON ITS DATASET NAME TOO WHERE THE READING PROGRAM    *
      **      LOGGED ONE - TO FIND THE LOGICAL RECORD IT CARRIES.  A   *
      **      LOGICAL RECORD WITH AT LEAST ONE FIELD ON THE FIELD      *
      **      SENSITIVITY REGISTRY (DD SENSREG) IS SENSITIVE, AND      *
      **      EVERY ACCESS TO IT IS LISTED ON DD DSCRPT BY LOGICAL     *
      **      RECORD, ANALYST AND PROGRAM.  A DD REGISTERED FOR MORE   *
      **      THAN ONE SENSITIVE LOGICAL RECORD IS LISTED UNDER EACH - *
      **      AN AUDITOR WOULD RATHER SEE IT TWICE THAN NOT AT ALL.    *
      **      AN ACCESS NO ROW OF THE APPROVED-READER TABLE (DD        *
      **      RDRAPPR, RDRAPREC) COVERS IS FLAGGED, NAMING THE PROGRAM *
      **      WHEN NO ROW APPROVES IT FOR THAT LOGICAL RECORD AT ALL,  *
      **      OTHERWISE THE ANALYST.                                   *
      **                                                               *
      **      DD DSCPRM (OPTIONAL, ONE CARD) - PERIOD FROM AND TO      *
      **      DATES, YYYYMMDD EACH.  WITH NO CARD, OR A BLANK OR       *
      **      NON-NUMERIC DATE, THE PERIOD IS THE PREVIOUS CALENDAR    *
      **      MONTH.                                                   *
      **                                                               *
      **      RETURN-CODE 04 - AN UNAPPROVED ACCESS, OR NO             *
      **      APPROVED-READER TABLE; 16 - EXTREG, SENSREG OR DSCRPT    *
      **      COULD NOT BE OPENED, OR A TABLE OVERFLOWED.              *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DSCPRM-FILE ASSIGN TO "DSCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-DSCPRM-STATUS.
           SELECT EXTREG-FILE   ASSIGN TO "EXTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-EXTREG-STATUS.
           SELECT SENSREG-FILE  ASSIGN TO "SENSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-SENSREG-STATUS.
           SELECT OPTIONAL RDRAPPR-FILE ASSIGN TO "RDRAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-RDRAPPR-STATUS.
      *> OPTIONAL - A LOG NO PROGRAM HAS WRITTEN YET HAS NO ACCESSES
      *> ON IT, WHICH IS A REPORTABLE ANSWER, NOT A FAILURE.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-ACCLOG-STATUS.
           SELECT DSCRPT-FILE   ASSIGN TO "DSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-DSCRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DSCPRM-FILE.
       01  DSCPRM-RECORD.
           05  DSC-PARM-FROM               PIC X(08).
           05  DSC-PARM-FROM-N REDEFINES DSC-PARM-FROM
                                           PIC 9(08).
           05  DSC-PARM-TO                 PIC X(08).
           05  DSC-PARM-TO-N REDEFINES DSC-PARM-TO
                                           PIC 9(08).
       FD  EXTREG-FILE.
       COPY EXTREGREC.
       FD  SENSREG-FILE.
       COPY SENSREG.
       FD  RDRAPPR-FILE.
       COPY RDRAPREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       FD  DSCRPT-FILE.
       01  DSCRPT-RECORD                   PIC X(132).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> "05" IS OPTIONAL-FILE-CREATED - NO PARAMETER CARD, NO
      *> APPROVED-READER TABLE, OR AN ACCESS LOG NEVER WRITTEN.
       01  DSC-DSCPRM-STATUS               PIC XX.
           88  DSC-DSCPRM-OK               VALUE "00" "05".
       01  DSC-EXTREG-STATUS               PIC XX.
           88  DSC-EXTREG-OK               VALUE "00".
       01  DSC-SENSREG-STATUS              PIC XX.
           88  DSC-SENSREG-OK              VALUE "00".
       01  DSC-RDRAPPR-STATUS              PIC XX.
           88  DSC-RDRAPPR-OK              VALUE "00" "05".
       01  DSC-ACCLOG-STATUS               PIC XX.
           88  DSC-ACCLOG-OK               VALUE "00" "05".
       01  DSC-DSCRPT-STATUS               PIC XX.
           88  DSC-DSCRPT-OK               VALUE "00".
      *> EVERY INPUT IS OPENED, READ TO END AND CLOSED INSIDE ONE
      *> PARAGRAPH, SO ONLY THE REPORT CAN STILL BE OPEN AT
      *> TERMINATION TIME; THAT IS TRACKED HERE INSTEAD OF BY
      *> RE-TESTING THE LIVE STATUS.
       01  DSC-DSCRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  DSC-DSCRPT-OPENED           VALUE "Y".
       01  DSC-EOF-SW                      PIC X(01)       VALUE "N".
           88  DSC-EOF                     VALUE "Y".
      *> SET BY ANY FAILURE THAT LEAVES NOTHING SAFE TO REPORT; THE
      *> PASSES ARE SKIPPED AND THE RUN ENDS WITH RETURN-CODE 16.
       01  DSC-HALT-SW                     PIC X(01)       VALUE "N".
           88  DSC-HALTED                  VALUE "Y".
       01  DSC-APPR-LOADED-SW              PIC X(01)       VALUE "N".
           88  DSC-APPR-LOADED             VALUE "Y".
      *> ------------------- REPORTING PERIOD -------------------------
       01  DSC-FROM-DATE                   PIC 9(08)       VALUE 0.
       01  DSC-TO-DATE                     PIC 9(08)       VALUE 0.
       01  DSC-TODAY                       PIC 9(08)       VALUE 0.
       01  DSC-WORK-DATE                   PIC 9(08)       VALUE 0.
       01  DSC-WORK-DATE-R REDEFINES DSC-WORK-DATE.
           05  DSC-WORK-CCYY               PIC 9(04).
           05  DSC-WORK-MM                 PIC 9(02).
           05  DSC-WORK-DD                 PIC 9(02).
       01  DSC-MONTH-DAYS-STR              PIC X(24)       VALUE
           "312831303130313130313031".
       01  DSC-MONTH-DAYS-TBL REDEFINES DSC-MONTH-DAYS-STR.
           05  DSC-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  DSC-MOD-Q                       PIC 9(04)       VALUE 0.
       01  DSC-MOD4-R                      PIC 9(04)       VALUE 0.
       01  DSC-MOD100-R                    PIC 9(04)       VALUE 0.
       01  DSC-MOD400-R                    PIC 9(04)       VALUE 0.
      *> ------------------- EXTRACT REGISTRY TABLE -------------------
       01  DSC-REG-TAB.
           05  DSC-REG-ENTRY               OCCURS 500 TIMES.
               10  DSC-REG-DD              PIC X(08).
               10  DSC-REG-DSN             PIC X(44).
               10  DSC-REG-LR              PIC X(30).
       01  DSC-REG-MAX                     PIC 9(04) COMP  VALUE 500.
       01  DSC-REG-CNT                     PIC 9(04) COMP  VALUE 0.
       01  DSC-RX                          PIC 9(04) COMP  VALUE 0.
      *> ------------------- SENSITIVE LOGICAL RECORDS ----------------
      *> ONE ROW PER LOGICAL RECORD NAMED ON SENSREG, WITH THE COUNT
      *> OF ITS TAGGED FIELDS FOR THE SECTION HEADING.
       01  DSC-SEN-TAB.
           05  DSC-SEN-ENTRY               OCCURS 200 TIMES.
               10  DSC-SEN-LR              PIC X(30).
               10  DSC-SEN-FIELD-CNT       PIC 9(04).
       01  DSC-SEN-MAX                     PIC 9(04) COMP  VALUE 200.
       01  DSC-SEN-CNT                     PIC 9(04) COMP  VALUE 0.
       01  DSC-SX                          PIC 9(04) COMP  VALUE 0.
       01  DSC-SEEK-LR                     PIC X(30)       VALUE SPACES.
       01  DSC-SEN-FOUND-SW                PIC X(01)       VALUE "N".
           88  DSC-SEN-FOUND               VALUE "Y".
      *> ------------------- APPROVED-READER TABLE --------------------
       01  DSC-APR-TAB.
           05  DSC-APR-ENTRY               OCCURS 500 TIMES.
               10  DSC-APR-LR              PIC X(30).
               10  DSC-APR-PROGRAM         PIC X(08).
               10  DSC-APR-ANALYST         PIC X(10).
       01  DSC-APR-MAX                     PIC 9(04) COMP  VALUE 500.
       01  DSC-APR-CNT                     PIC 9(04) COMP  VALUE 0.
       01  DSC-AX                          PIC 9(04) COMP  VALUE 0.
       01  DSC-APPROVED-SW                 PIC X(01)       VALUE "N".
           88  DSC-APPROVED                VALUE "Y".
       01  DSC-PGM-APPROVED-SW             PIC X(01)       VALUE "N".
           88  DSC-PGM-APPROVED            VALUE "Y".
      *> ------------------- ACCESSES TO SENSITIVE RECORDS ------------
      *> HELD IN REPORT ORDER - LOGICAL RECORD, ANALYST, PROGRAM,
      *> THEN DATE AND TIME - EACH NEW ROW SLOTTED IN BY
      *> 3100-INSERT-ACCESS.
       01  DSC-DTL-TAB.
           05  DSC-DTL-ENTRY               OCCURS 3000 TIMES.
               10  DSC-DTL-KEY.
                   15  DSC-DTL-LR          PIC X(30).
                   15  DSC-DTL-ANALYST     PIC X(10).
                   15  DSC-DTL-PROGRAM     PIC X(08).
                   15  DSC-DTL-DATE        PIC 9(08).
                   15  DSC-DTL-TIME        PIC 9(08).
               10  DSC-DTL-DD              PIC X(08).
               10  DSC-DTL-RECORDS         PIC 9(09).
       01  DSC-DTL-MAX                     PIC 9(04) COMP  VALUE 3000.
       01  DSC-DTL-CNT                     PIC 9(04) COMP  VALUE 0.
       01  DSC-DX                          PIC 9(04) COMP  VALUE 0.
       01  DSC-INS-AT                      PIC 9(04) COMP  VALUE 0.
       01  DSC-NEW-ENTRY.
           05  DSC-NEW-KEY.
               10  DSC-NEW-LR              PIC X(30).
               10  DSC-NEW-ANALYST         PIC X(10).
               10  DSC-NEW-PROGRAM         PIC X(08).
               10  DSC-NEW-DATE            PIC 9(08).
               10  DSC-NEW-TIME            PIC 9(08).
           05  DSC-NEW-DD                  PIC X(08).
           05  DSC-NEW-RECORDS             PIC 9(09).
      *> THE SENSITIVE LOGICAL RECORDS ONE ACCESS HAS ALREADY BEEN
      *> LISTED UNDER, SO TWO REGISTRY ROWS FOR THE SAME DD AND
      *> RECORD DO NOT LIST THE ACCESS TWICE.
       01  DSC-HIT-TAB.
           05  DSC-HIT-LR                  PIC X(30) OCCURS 20 TIMES.
       01  DSC-HIT-CNT                     PIC 9(02) COMP  VALUE 0.
       01  DSC-HX                          PIC 9(02) COMP  VALUE 0.
       01  DSC-HIT-FOUND-SW                PIC X(01)       VALUE "N".
           88  DSC-HIT-FOUND               VALUE "Y".
      *> ------------------- COUNTERS AND REPORT ----------------------
       01  DSC-LOG-CNT                     PIC 9(07)       VALUE 0.
       01  DSC-PERIOD-CNT                  PIC 9(07)       VALUE 0.
       01  DSC-UNREG-CNT                   PIC 9(07)       VALUE 0.
       01  DSC-PLAIN-CNT                   PIC 9(07)       VALUE 0.
       01  DSC-UNAPPR-CNT                  PIC 9(05)       VALUE 0.
       01  DSC-PRIOR-LR                    PIC X(30)       VALUE SPACES.
       01  DSC-ANALYST-TXT                 PIC X(10)       VALUE SPACES.
       01  DSC-RECORDS-TXT                 PIC ZZZZZZZZ9.
       01  DSC-FIELDS-TXT                  PIC ZZZ9.
       01  DSC-OUT-LINE                    PIC X(132)      VALUE SPACES.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DSC-HALTED
               PERFORM 2000-SCAN-ACCESS-LOG THRU 2000-EXIT
           END-IF
           IF NOT DSC-HALTED
               PERFORM 3500-LIST-ONE-ACCESS THRU 3500-EXIT
                   VARYING DSC-DX FROM 1 BY 1
                   UNTIL DSC-DX > DSC-DTL-CNT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT DSC-TODAY FROM DATE YYYYMMDD
           PERFORM 1100-SET-PERIOD THRU 1100-EXIT
           OPEN OUTPUT DSCRPT-FILE
           IF NOT DSC-DSCRPT-OK
               DISPLAY "DISCLOSE - UNABLE TO OPEN DSCRPT, STATUS="
                   DSC-DSCRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO DSC-DSCRPT-OPENED-SW
           PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT
           IF DSC-HALTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-SENSITIVE THRU 1300-EXIT
           IF DSC-HALTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-LOAD-APPROVALS THRU 1400-EXIT
           IF DSC-HALTED
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO DSC-OUT-LINE
           STRING "DISCLOSE - ACCESSES TO SENSITIVE EXTRACTS "
               DELIMITED BY SIZE
               DSC-FROM-DATE " THROUGH " DSC-TO-DATE DELIMITED BY SIZE
               INTO DSC-OUT-LINE
           END-STRING
           WRITE DSCRPT-RECORD FROM DSC-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-SET-PERIOD - THE CARD'S DATES WHERE BOTH ARE GIVEN,     *
      *  OTHERWISE THE FIRST THROUGH THE LAST DAY OF LAST MONTH.      *
      ******************************************************************
       1100-SET-PERIOD.
           MOVE DSC-TODAY TO DSC-WORK-DATE
           IF DSC-WORK-MM = 1
               SUBTRACT 1 FROM DSC-WORK-CCYY
               MOVE 12 TO DSC-WORK-MM
           ELSE
               SUBTRACT 1 FROM DSC-WORK-MM
           END-IF
           MOVE 1 TO DSC-WORK-DD
           MOVE DSC-WORK-DATE TO DSC-FROM-DATE
           MOVE DSC-MONTH-DAYS (DSC-WORK-MM) TO DSC-WORK-DD
           IF DSC-WORK-MM = 2
               DIVIDE DSC-WORK-CCYY BY 4   GIVING DSC-MOD-Q
                   REMAINDER DSC-MOD4-R
               DIVIDE DSC-WORK-CCYY BY 100 GIVING DSC-MOD-Q
                   REMAINDER DSC-MOD100-R
               DIVIDE DSC-WORK-CCYY BY 400 GIVING DSC-MOD-Q
                   REMAINDER DSC-MOD400-R
               IF DSC-MOD4-R = 0
                   AND (DSC-MOD100-R NOT = 0 OR DSC-MOD400-R = 0)
                   MOVE 29 TO DSC-WORK-DD
               END-IF
           END-IF
           MOVE DSC-WORK-DATE TO DSC-TO-DATE
           OPEN INPUT DSCPRM-FILE
           IF NOT DSC-DSCPRM-OK
               GO TO 1100-EXIT
           END-IF
           READ DSCPRM-FILE
               AT END
                   CLOSE DSCPRM-FILE
                   GO TO 1100-EXIT
           END-READ
           IF DSC-PARM-FROM IS NUMERIC AND DSC-PARM-TO IS NUMERIC
               AND DSC-PARM-FROM-N NOT > DSC-PARM-TO-N
               MOVE DSC-PARM-FROM-N TO DSC-FROM-DATE
               MOVE DSC-PARM-TO-N   TO DSC-TO-DATE
           ELSE
               DISPLAY "DISCLOSE - DSCPRM PERIOD NOT USABLE, "
                   "LAST MONTH REPORTED"
           END-IF
           CLOSE DSCPRM-FILE.
       1100-EXIT.
           EXIT.
      *
       1200-LOAD-REGISTRY.
           OPEN INPUT EXTREG-FILE
           IF NOT DSC-EXTREG-OK
               DISPLAY "DISCLOSE - UNABLE TO OPEN EXTREG, STATUS="
                   DSC-EXTREG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO DSC-EOF-SW
           PERFORM 1210-LOAD-ONE-REGISTRY-ROW THRU 1210-EXIT
               UNTIL DSC-EOF
           CLOSE EXTREG-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-REGISTRY-ROW.
           READ EXTREG-FILE
               AT END
                   MOVE "Y" TO DSC-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           IF XRG-EXTRACT-DD = SPACES OR XRG-EXTRACT-DD(1:1) = "*"
               GO TO 1210-EXIT
           END-IF
           IF DSC-REG-CNT NOT < DSC-REG-MAX
               DISPLAY "DISCLOSE - MORE THAN " DSC-REG-MAX
                   " ROWS ON EXTREG"
               MOVE "Y" TO DSC-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO DSC-REG-CNT
           MOVE XRG-EXTRACT-DD   TO DSC-REG-DD (DSC-REG-CNT)
           MOVE XRG-DATASET-NAME TO DSC-REG-DSN (DSC-REG-CNT)
           MOVE XRG-LR-NAME      TO DSC-REG-LR (DSC-REG-CNT).
       1210-EXIT.
           EXIT.
      *
       1300-LOAD-SENSITIVE.
           OPEN INPUT SENSREG-FILE
           IF NOT DSC-SENSREG-OK
               DISPLAY "DISCLOSE - UNABLE TO OPEN SENSREG, STATUS="
                   DSC-SENSREG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO DSC-EOF-SW
           PERFORM 1310-LOAD-ONE-TAG THRU 1310-EXIT
               UNTIL DSC-EOF
           CLOSE SENSREG-FILE.
       1300-EXIT.
           EXIT.
      *
       1310-LOAD-ONE-TAG.
           READ SENSREG-FILE
               AT END
                   MOVE "Y" TO DSC-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           IF SEN-LR-NAME = SPACES
               GO TO 1310-EXIT
           END-IF
           MOVE SEN-LR-NAME TO DSC-SEEK-LR
           MOVE "N" TO DSC-SEN-FOUND-SW
           PERFORM 1320-TEST-ONE-SENSITIVE THRU 1320-EXIT
               VARYING DSC-SX FROM 1 BY 1
               UNTIL DSC-SX > DSC-SEN-CNT OR DSC-SEN-FOUND
           IF DSC-SEN-FOUND
               SUBTRACT 1 FROM DSC-SX
               ADD 1 TO DSC-SEN-FIELD-CNT (DSC-SX)
               GO TO 1310-EXIT
           END-IF
           IF DSC-SEN-CNT NOT < DSC-SEN-MAX
               DISPLAY "DISCLOSE - MORE THAN " DSC-SEN-MAX
                   " LOGICAL RECORDS ON SENSREG"
               MOVE "Y" TO DSC-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO DSC-SEN-CNT
           MOVE SEN-LR-NAME TO DSC-SEN-LR (DSC-SEN-CNT)
           MOVE 1           TO DSC-SEN-FIELD-CNT (DSC-SEN-CNT).
       1310-EXIT.
           EXIT.
      *
      *> SHARED BY THE SENSREG LOAD, THE ACCESS JOIN AND THE
      *> LISTING - THE NAME SOUGHT IS ALWAYS LEFT IN DSC-SEEK-LR.
       1320-TEST-ONE-SENSITIVE.
           IF DSC-SEN-LR (DSC-SX) = DSC-SEEK-LR
               MOVE "Y" TO DSC-SEN-FOUND-SW
           END-IF.
       1320-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1400-LOAD-APPROVALS - NO APPROVED-READER TABLE APPROVES      *
      *  NOTHING, SO EVERY ACCESS IS FLAGGED AND THE RUN SAYS WHY.    *
      ******************************************************************
       1400-LOAD-APPROVALS.
           OPEN INPUT RDRAPPR-FILE
           IF NOT DSC-RDRAPPR-OK
               DISPLAY "DISCLOSE - RDRAPPR NOT READABLE, STATUS="
                   DSC-RDRAPPR-STATUS " - NO READER IS APPROVED"
               GO TO 1400-EXIT
           END-IF
           MOVE "N" TO DSC-EOF-SW
           PERFORM 1410-LOAD-ONE-APPROVAL THRU 1410-EXIT
               UNTIL DSC-EOF
           CLOSE RDRAPPR-FILE
           IF DSC-APR-CNT > 0
               MOVE "Y" TO DSC-APPR-LOADED-SW
           END-IF.
       1400-EXIT.
           EXIT.
      *
       1410-LOAD-ONE-APPROVAL.
           READ RDRAPPR-FILE
               AT END
                   MOVE "Y" TO DSC-EOF-SW
                   GO TO 1410-EXIT
           END-READ
           IF DSC-APR-CNT NOT < DSC-APR-MAX
               DISPLAY "DISCLOSE - MORE THAN " DSC-APR-MAX
                   " ROWS ON RDRAPPR"
               MOVE "Y" TO DSC-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1410-EXIT
           END-IF
           ADD 1 TO DSC-APR-CNT
           MOVE RDA-LR-NAME    TO DSC-APR-LR (DSC-APR-CNT)
           MOVE RDA-PROGRAM    TO DSC-APR-PROGRAM (DSC-APR-CNT)
           MOVE RDA-ANALYST-ID TO DSC-APR-ANALYST (DSC-APR-CNT).
       1410-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO DSC-HALT-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
       2000-SCAN-ACCESS-LOG.
           OPEN INPUT ACCLOG-FILE
           IF NOT DSC-ACCLOG-OK
               DISPLAY "DISCLOSE - ACCLOG NOT READABLE, STATUS="
                   DSC-ACCLOG-STATUS " - NO ACCESSES REPORTED"
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO DSC-EOF-SW
           PERFORM 2010-READ-ONE-ACCESS THRU 2010-EXIT
               UNTIL DSC-EOF
           CLOSE ACCLOG-FILE.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2010-READ-ONE-ACCESS - AN ACCESS OUTSIDE THE PERIOD IS       *
      *  PASSED OVER; ONE THROUGH A DD THE REGISTRY DOES NOT KNOW IS  *
      *  ONLY COUNTED, AS IS ONE WHOSE RECORDS CARRY NOTHING TAGGED.  *
      ******************************************************************
       2010-READ-ONE-ACCESS.
           READ ACCLOG-FILE
               AT END
                   MOVE "Y" TO DSC-EOF-SW
                   GO TO 2010-EXIT
           END-READ
           ADD 1 TO DSC-LOG-CNT
           IF AXL-ACCESS-DATE IS NOT NUMERIC
               GO TO 2010-EXIT
           END-IF
           IF AXL-ACCESS-DATE < DSC-FROM-DATE
               OR AXL-ACCESS-DATE > DSC-TO-DATE
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO DSC-PERIOD-CNT
           MOVE 0 TO DSC-HIT-CNT
           MOVE "N" TO DSC-HIT-FOUND-SW
           PERFORM 2100-JOIN-ONE-REGISTRY-ROW THRU 2100-EXIT
               VARYING DSC-RX FROM 1 BY 1
               UNTIL DSC-RX > DSC-REG-CNT OR DSC-HALTED
           IF DSC-HIT-CNT = 0
               IF DSC-HIT-FOUND
                   ADD 1 TO DSC-PLAIN-CNT
               ELSE
                   ADD 1 TO DSC-UNREG-CNT
               END-IF
           END-IF
           IF DSC-HALTED
               MOVE "Y" TO DSC-EOF-SW
           END-IF.
       2010-EXIT.
           EXIT.
      *
      *> DSC-HIT-FOUND-SW HERE MEANS "THE REGISTRY KNOWS THIS DD",
      *> WHETHER OR NOT THE RECORD IT CARRIES IS SENSITIVE.
       2100-JOIN-ONE-REGISTRY-ROW.
           IF DSC-REG-DD (DSC-RX) NOT = AXL-EXTRACT-DD
               GO TO 2100-EXIT
           END-IF
           IF AXL-DATASET-NAME NOT = SPACES
               AND DSC-REG-DSN (DSC-RX) NOT = AXL-DATASET-NAME
               GO TO 2100-EXIT
           END-IF
           MOVE "Y" TO DSC-HIT-FOUND-SW
           MOVE DSC-REG-LR (DSC-RX) TO DSC-SEEK-LR
           MOVE "N" TO DSC-SEN-FOUND-SW
           PERFORM 1320-TEST-ONE-SENSITIVE THRU 1320-EXIT
               VARYING DSC-SX FROM 1 BY 1
               UNTIL DSC-SX > DSC-SEN-CNT OR DSC-SEN-FOUND
           IF NOT DSC-SEN-FOUND
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-TEST-ONE-HIT THRU 2110-EXIT
               VARYING DSC-HX FROM 1 BY 1
               UNTIL DSC-HX > DSC-HIT-CNT
           IF NOT DSC-SEN-FOUND
               GO TO 2100-EXIT
           END-IF
           IF DSC-HIT-CNT < 20
               ADD 1 TO DSC-HIT-CNT
               MOVE DSC-SEEK-LR TO DSC-HIT-LR (DSC-HIT-CNT)
           END-IF
           MOVE DSC-SEEK-LR      TO DSC-NEW-LR
           MOVE AXL-ANALYST-ID   TO DSC-NEW-ANALYST
           MOVE AXL-PROGRAM      TO DSC-NEW-PROGRAM
           MOVE AXL-ACCESS-DATE  TO DSC-NEW-DATE
           MOVE AXL-ACCESS-TIME  TO DSC-NEW-TIME
           MOVE AXL-EXTRACT-DD   TO DSC-NEW-DD
           MOVE AXL-RECORDS-READ TO DSC-NEW-RECORDS
           PERFORM 3100-INSERT-ACCESS THRU 3100-EXIT.
       2100-EXIT.
           EXIT.
      *
      *> AN ACCESS ALREADY LISTED UNDER THIS RECORD CLEARS THE
      *> SENSITIVE-FOUND SWITCH SO 2100 LISTS IT NO SECOND TIME.
       2110-TEST-ONE-HIT.
           IF DSC-HIT-LR (DSC-HX) = DSC-SEEK-LR
               MOVE "N" TO DSC-SEN-FOUND-SW
           END-IF.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3100-INSERT-ACCESS - FINDS THE FIRST ROW THAT SORTS AFTER    *
      *  THE NEW ONE, SHIFTS THAT ROW AND EVERY ROW BELOW IT DOWN ONE *
      *  SLOT, AND DROPS THE NEW ROW INTO THE GAP.                    *
      ******************************************************************
       3100-INSERT-ACCESS.
           IF DSC-DTL-CNT NOT < DSC-DTL-MAX
               DISPLAY "DISCLOSE - MORE THAN " DSC-DTL-MAX
                   " SENSITIVE ACCESSES IN THE PERIOD"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE 0 TO DSC-INS-AT
           PERFORM 3110-TEST-ONE-SLOT THRU 3110-EXIT
               VARYING DSC-DX FROM 1 BY 1
               UNTIL DSC-DX > DSC-DTL-CNT OR DSC-INS-AT > 0
           IF DSC-INS-AT = 0
               COMPUTE DSC-INS-AT = DSC-DTL-CNT + 1
           END-IF
           PERFORM 3120-SHIFT-ONE-SLOT THRU 3120-EXIT
               VARYING DSC-DX FROM DSC-DTL-CNT BY -1
               UNTIL DSC-DX < DSC-INS-AT
           ADD 1 TO DSC-DTL-CNT
           MOVE DSC-NEW-ENTRY TO DSC-DTL-ENTRY (DSC-INS-AT).
       3100-EXIT.
           EXIT.
      *
       3110-TEST-ONE-SLOT.
           IF DSC-DTL-KEY (DSC-DX) > DSC-NEW-KEY
               MOVE DSC-DX TO DSC-INS-AT
           END-IF.
       3110-EXIT.
           EXIT.
      *
       3120-SHIFT-ONE-SLOT.
           MOVE DSC-DTL-ENTRY (DSC-DX) TO DSC-DTL-ENTRY (DSC-DX + 1).
       3120-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3500-LIST-ONE-ACCESS - A HEADING AT EACH NEW LOGICAL RECORD, *
      *  THEN ONE LINE PER ACCESS.  A SCHEDULED RUN (NO SUBMITTING    *
      *  ANALYST) LISTS AS *BATCH*.                                   *
      ******************************************************************
       3500-LIST-ONE-ACCESS.
           IF DSC-DTL-LR (DSC-DX) NOT = DSC-PRIOR-LR
               MOVE DSC-DTL-LR (DSC-DX) TO DSC-PRIOR-LR
               MOVE DSC-DTL-LR (DSC-DX) TO DSC-SEEK-LR
               MOVE "N" TO DSC-SEN-FOUND-SW
               PERFORM 1320-TEST-ONE-SENSITIVE THRU 1320-EXIT
                   VARYING DSC-SX FROM 1 BY 1
                   UNTIL DSC-SX > DSC-SEN-CNT OR DSC-SEN-FOUND
               SUBTRACT 1 FROM DSC-SX
               MOVE DSC-SEN-FIELD-CNT (DSC-SX) TO DSC-FIELDS-TXT
               MOVE SPACES TO DSC-OUT-LINE
               STRING "LOGICAL RECORD " DELIMITED BY SIZE
                   DSC-DTL-LR (DSC-DX) DELIMITED BY SPACE
                   " -" DSC-FIELDS-TXT " TAGGED FIELDS"
                   DELIMITED BY SIZE
                   INTO DSC-OUT-LINE
               END-STRING
               WRITE DSCRPT-RECORD FROM DSC-OUT-LINE
           END-IF
           PERFORM 3600-CHECK-APPROVAL THRU 3600-EXIT
           IF DSC-DTL-ANALYST (DSC-DX) = SPACES
               MOVE "*BATCH*" TO DSC-ANALYST-TXT
           ELSE
               MOVE DSC-DTL-ANALYST (DSC-DX) TO DSC-ANALYST-TXT
           END-IF
           MOVE DSC-DTL-RECORDS (DSC-DX) TO DSC-RECORDS-TXT
           MOVE SPACES TO DSC-OUT-LINE
           STRING "  " DSC-ANALYST-TXT " " DELIMITED BY SIZE
               DSC-DTL-PROGRAM (DSC-DX) " " DELIMITED BY SIZE
               DSC-DTL-DATE (DSC-DX) " " DELIMITED BY SIZE
               DSC-DTL-TIME (DSC-DX) " DD " DELIMITED BY SIZE
               DSC-DTL-DD (DSC-DX) DELIMITED BY SIZE
               DSC-RECORDS-TXT " RECORDS READ" DELIMITED BY SIZE
               INTO DSC-OUT-LINE
           END-STRING
           IF NOT DSC-APPROVED
               ADD 1 TO DSC-UNAPPR-CNT
               IF DSC-PGM-APPROVED
                   MOVE "** ANALYST NOT APPROVED" TO DSC-OUT-LINE (83:)
               ELSE
                   MOVE "** PROGRAM NOT APPROVED" TO DSC-OUT-LINE (83:)
               END-IF
           END-IF
           WRITE DSCRPT-RECORD FROM DSC-OUT-LINE.
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3600-CHECK-APPROVAL - APPROVED WHEN ONE ROW MATCHES THE      *
      *  RECORD, PROGRAM AND ANALYST, A BLANK ROW FIELD MATCHING ANY. *
      *  DSC-PGM-APPROVED SAYS WHETHER SOME ROW AT LEAST APPROVES THE *
      *  PROGRAM FOR THE RECORD, WHICH DECIDES WHO THE FLAG NAMES.    *
      ******************************************************************
       3600-CHECK-APPROVAL.
           MOVE "N" TO DSC-APPROVED-SW
           MOVE "N" TO DSC-PGM-APPROVED-SW
           PERFORM 3610-TEST-ONE-APPROVAL THRU 3610-EXIT
               VARYING DSC-AX FROM 1 BY 1
               UNTIL DSC-AX > DSC-APR-CNT OR DSC-APPROVED.
       3600-EXIT.
           EXIT.
      *
       3610-TEST-ONE-APPROVAL.
           IF DSC-APR-LR (DSC-AX) NOT = SPACES
               AND DSC-APR-LR (DSC-AX) NOT = DSC-DTL-LR (DSC-DX)
               GO TO 3610-EXIT
           END-IF
           IF DSC-APR-PROGRAM (DSC-AX) NOT = SPACES
               AND DSC-APR-PROGRAM (DSC-AX) NOT =
                   DSC-DTL-PROGRAM (DSC-DX)
               GO TO 3610-EXIT
           END-IF
           MOVE "Y" TO DSC-PGM-APPROVED-SW
           IF DSC-APR-ANALYST (DSC-AX) NOT = SPACES
               AND DSC-APR-ANALYST (DSC-AX) NOT =
                   DSC-DTL-ANALYST (DSC-DX)
               GO TO 3610-EXIT
           END-IF
           MOVE "Y" TO DSC-APPROVED-SW.
       3610-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF DSC-HALTED
               GO TO 4000-EXIT
           END-IF
           IF DSC-DTL-CNT = 0
               MOVE "NO ACCESS TO A SENSITIVE EXTRACT IS LOGGED IN THE "
                   TO DSC-OUT-LINE
               MOVE "PERIOD" TO DSC-OUT-LINE (51:)
               WRITE DSCRPT-RECORD FROM DSC-OUT-LINE
           END-IF
           DISPLAY "DISCLOSE - " DSC-LOG-CNT " LOGGED ACCESSES, "
               DSC-PERIOD-CNT " IN PERIOD, " DSC-DTL-CNT
               " TO SENSITIVE RECORDS, " DSC-UNAPPR-CNT
               " UNAPPROVED, " DSC-PLAIN-CNT " NOT SENSITIVE, "
               DSC-UNREG-CNT " THROUGH AN UNREGISTERED DD"
           IF DSC-UNAPPR-CNT > 0 OR NOT DSC-APPR-LOADED
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "DISCLOSE" TO RNL-WS-PROGRAM
           MOVE DSC-LOG-CNT TO RNL-WS-RECORDS-IN
           MOVE DSC-DTL-CNT TO RNL-WS-RECORDS-OUT
           MOVE DSC-UNAPPR-CNT TO RNL-WS-RECORDS-SUSP
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF DSC-DSCRPT-OPENED
               CLOSE DSCRPT-FILE
           END-IF.
