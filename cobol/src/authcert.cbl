      ******************************************************************
      **                                                               *
      **  PROGRAM      AUTHCERT                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  QUARTERLY ACCESS RECERTIFICATION AND           *
      **      SEGREGATION-OF-DUTIES REPORT FOR THE ANALYST             *
      **      AUTHORIZATION TABLE.  AUTHTAB HAS GROWN BY HAND AND      *
      **      NOBODY CAN SAY WHETHER EACH ANALYST STILL NEEDS EACH     *
      **      FUNCTION.  EVERY ANALYST/FUNCTION PAIR ON DD AUTHTAB     *
      **      IS LISTED ON DD ACRRPT WITH THE LAST DATE THE ANALYST    *
      **      IS SEEN EXERCISING IT ON THE SUITE'S AUDIT TRAILS:       *
      **        CCBAUDIT  AN IMPORT ROW IS A USE OF CCB2LR, A          *
      **                  "*PROMOTION*" ROW A USE OF LRPROMO.          *
      **        AUTHVIO   A REJECTED ATTEMPT SHOWS THE ANALYST STILL   *
      **                  REACHES FOR THE FUNCTION.                    *
      **        REFPEND   THE MAKER STAMP IS A USE OF REFTMAKE, THE    *
      **                  CHECKER STAMP A USE OF REFTCHCK.             *
      **        LOCKAUD   A LOCK OVERRIDE IS A USE OF THE PROGRAM      *
      **                  THAT TOOK THE LOCK OVER.                     *
      **      A PAIR UNUSED FOR MORE THAN THE STALE-DAYS LIMIT, OR     *
      **      NEVER SEEN ON ANY TRAIL, IS FLAGGED AS A REVOCATION      *
      **      CANDIDATE.  EVERY ANALYST HOLDING BOTH FUNCTIONS OF A    *
      **      ROW ON THE CONFLICT TABLE (DD SODTAB, SODREC) IS THEN    *
      **      LISTED AS A SEGREGATION-OF-DUTIES CONFLICT.  AN          *
      **      ABSENT TRAIL IS READ AS EMPTY.                           *
      **                                                               *
      **      DD ACRPRM (OPTIONAL, ONE CARD) - STALE-DAYS LIMIT        *
      **      (4 DIGITS, DEFAULT 0090) AND AS-OF DATE YYYYMMDD         *
      **      (DEFAULT TODAY).  A BLANK OR NON-NUMERIC FIELD TAKES     *
      **      ITS DEFAULT.                                             *
      **                                                               *
      **      RETURN-CODE 04 - REVOCATION CANDIDATES, OR NO CONFLICT   *
      **      TABLE; 08 - A SEGREGATION-OF-DUTIES CONFLICT; 16 -       *
      **      AUTHTAB OR ACRRPT COULD NOT BE OPENED, OR A TABLE        *
      **      OVERFLOWED.                                              *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACRPRM-FILE ASSIGN TO "ACRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-ACRPRM-STATUS.
           SELECT AUTHTAB-FILE  ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-AUTHTAB-STATUS.
           SELECT OPTIONAL SODTAB-FILE ASSIGN TO "SODTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-SODTAB-STATUS.
      *> THE FOUR AUDIT TRAILS - EACH OPTIONAL, SINCE A TRAIL THAT HAS
      *> NEVER BEEN WRITTEN SIMPLY HAS NO USES ON IT.
           SELECT OPTIONAL CCBAUDIT-FILE ASSIGN TO "CCBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-CCBAUDIT-STATUS.
           SELECT OPTIONAL AUTHVIO-FILE ASSIGN TO "AUTHVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-AUTHVIO-STATUS.
           SELECT OPTIONAL REFPEND-FILE ASSIGN TO "REFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-REFPEND-STATUS.
           SELECT OPTIONAL LOCKAUD-FILE ASSIGN TO "LOCKAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-LOCKAUD-STATUS.
           SELECT ACRRPT-FILE   ASSIGN TO "ACRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-ACRRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACRPRM-FILE.
       01  ACRPRM-RECORD.
           05  ACR-PARM-STALE-DAYS         PIC X(04).
           05  ACR-PARM-STALE-DAYS-N REDEFINES ACR-PARM-STALE-DAYS
                                           PIC 9(04).
           05  ACR-PARM-AS-OF              PIC X(08).
           05  ACR-PARM-AS-OF-N REDEFINES ACR-PARM-AS-OF
                                           PIC 9(08).
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  SODTAB-FILE.
       COPY SODREC.
       FD  CCBAUDIT-FILE.
       COPY CCBAUDREC.
       FD  AUTHVIO-FILE.
       COPY AUTHVREC.
       FD  REFPEND-FILE.
       COPY REFPREC.
       FD  LOCKAUD-FILE.
       COPY LOCKAREC.
       FD  ACRRPT-FILE.
       01  ACRRPT-RECORD                   PIC X(132).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> "05" IS OPTIONAL-FILE-CREATED - NO PARAMETER CARD, NO
      *> CONFLICT TABLE, OR A TRAIL THAT HAS NEVER BEEN WRITTEN.
       01  ACR-ACRPRM-STATUS               PIC XX.
           88  ACR-ACRPRM-OK               VALUE "00" "05".
       01  ACR-AUTHTAB-STATUS              PIC XX.
           88  ACR-AUTHTAB-OK              VALUE "00".
       01  ACR-SODTAB-STATUS               PIC XX.
           88  ACR-SODTAB-OK               VALUE "00" "05".
       01  ACR-CCBAUDIT-STATUS             PIC XX.
           88  ACR-CCBAUDIT-OK             VALUE "00" "05".
       01  ACR-AUTHVIO-STATUS              PIC XX.
           88  ACR-AUTHVIO-OK              VALUE "00" "05".
       01  ACR-REFPEND-STATUS              PIC XX.
           88  ACR-REFPEND-OK              VALUE "00" "05".
       01  ACR-LOCKAUD-STATUS              PIC XX.
           88  ACR-LOCKAUD-OK              VALUE "00" "05".
       01  ACR-ACRRPT-STATUS               PIC XX.
           88  ACR-ACRRPT-OK               VALUE "00".
      *> EVERY INPUT IS OPENED, READ TO END AND CLOSED INSIDE ONE
      *> PARAGRAPH, SO ONLY THE REPORT CAN STILL BE OPEN AT
      *> TERMINATION TIME; THAT IS TRACKED HERE INSTEAD OF BY
      *> RE-TESTING THE LIVE STATUS.
       01  ACR-ACRRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  ACR-ACRRPT-OPENED           VALUE "Y".
       01  ACR-EOF-SW                      PIC X(01)       VALUE "N".
           88  ACR-EOF                     VALUE "Y".
      *> SET BY ANY FAILURE THAT LEAVES NOTHING SAFE TO REPORT; THE
      *> PASSES ARE SKIPPED AND THE RUN ENDS WITH RETURN-CODE 16.
       01  ACR-HALT-SW                     PIC X(01)       VALUE "N".
           88  ACR-HALTED                  VALUE "Y".
       01  ACR-SOD-LOADED-SW               PIC X(01)       VALUE "N".
           88  ACR-SOD-LOADED              VALUE "Y".
      *> ------------------- RUN SETTINGS -----------------------------
       01  ACR-STALE-DAYS                  PIC 9(04)       VALUE 90.
       01  ACR-AS-OF-DATE                  PIC 9(08)       VALUE 0.
       01  ACR-AS-OF-SERIAL                PIC 9(08)       VALUE 0.
      *> ------------------- AUTHORIZATION PAIR TABLE -----------------
      *> ONE ROW PER AUTHTAB ROW, IN AUTHTAB ORDER, WITH THE LATEST
      *> USE FOUND ON ANY TRAIL AND THE TRAIL IT CAME FROM.  A LAST
      *> USE OF ZERO MEANS NO TRAIL SHOWS THE PAIR EVER USED.
       01  ACR-PAIR-TAB.
           05  ACR-PAIR-ENTRY              OCCURS 2000 TIMES.
               10  ACR-PAIR-ANALYST        PIC X(10).
               10  ACR-PAIR-FUNCTION       PIC X(08).
               10  ACR-PAIR-LAST-USED      PIC 9(08).
               10  ACR-PAIR-SOURCE         PIC X(08).
               10  ACR-PAIR-USE-CNT        PIC 9(05).
       01  ACR-PAIR-MAX                    PIC 9(04) COMP  VALUE 2000.
       01  ACR-PAIR-CNT                    PIC 9(04) COMP  VALUE 0.
       01  ACR-PX                          PIC 9(04) COMP  VALUE 0.
       01  ACR-QX                          PIC 9(04) COMP  VALUE 0.
      *> ------------------- CONFLICT TABLE ---------------------------
       01  ACR-SOD-TAB.
           05  ACR-SOD-ENTRY               OCCURS 100 TIMES.
               10  ACR-SOD-FUNCTION-A      PIC X(08).
               10  ACR-SOD-FUNCTION-B      PIC X(08).
               10  ACR-SOD-REASON          PIC X(40).
       01  ACR-SOD-MAX                     PIC 9(03) COMP  VALUE 100.
       01  ACR-SOD-CNT                     PIC 9(03) COMP  VALUE 0.
       01  ACR-DX                          PIC 9(03) COMP  VALUE 0.
      *> ------------------- ONE PIECE OF EVIDENCE --------------------
      *> EACH TRAIL ROW IS REDUCED TO WHO, WHICH FUNCTION AND WHEN,
      *> THEN POSTED AGAINST THE PAIR TABLE BY 2900-POST-EVIDENCE.
       01  ACR-EV-ANALYST                  PIC X(10)       VALUE SPACES.
       01  ACR-EV-FUNCTION                 PIC X(08)       VALUE SPACES.
       01  ACR-EV-DATE                     PIC 9(08)       VALUE 0.
       01  ACR-EV-SOURCE                   PIC X(08)       VALUE SPACES.
       01  ACR-PAIR-FOUND-SW               PIC X(01)       VALUE "N".
           88  ACR-PAIR-FOUND              VALUE "Y".
      *> ------------------- DATE ARITHMETIC --------------------------
       01  ACR-SER-DATE                    PIC 9(08)       VALUE 0.
       01  ACR-SER-DATE-R REDEFINES ACR-SER-DATE.
           05  ACR-SER-CCYY                PIC 9(04).
           05  ACR-SER-MM                  PIC 9(02).
           05  ACR-SER-DD                  PIC 9(02).
       01  ACR-SER-DAYS                    PIC 9(08)       VALUE 0.
       01  ACR-SER-Y1                      PIC 9(04)       VALUE 0.
       01  ACR-SER-Q4                      PIC 9(04)       VALUE 0.
       01  ACR-SER-Q100                    PIC 9(04)       VALUE 0.
       01  ACR-SER-Q400                    PIC 9(04)       VALUE 0.
       01  ACR-MOD-Q                       PIC 9(04)       VALUE 0.
       01  ACR-MOD4-R                      PIC 9(04)       VALUE 0.
       01  ACR-MOD100-R                    PIC 9(04)       VALUE 0.
       01  ACR-MOD400-R                    PIC 9(04)       VALUE 0.
       01  ACR-CUM-DAYS-STR                PIC X(36)       VALUE
           "000031059090120151181212243273304334".
       01  ACR-CUM-DAYS-TBL REDEFINES ACR-CUM-DAYS-STR.
           05  ACR-CUM-DAYS                PIC 9(03) OCCURS 12 TIMES.
       01  ACR-IDLE-DAYS                   PIC S9(08)      VALUE 0.
      *> ------------------- COUNTERS AND REPORT ----------------------
       01  ACR-EVIDENCE-CNT                PIC 9(07)       VALUE 0.
       01  ACR-UNMATCHED-CNT               PIC 9(07)       VALUE 0.
       01  ACR-CANDIDATE-CNT               PIC 9(05)       VALUE 0.
       01  ACR-CONFLICT-CNT                PIC 9(05)       VALUE 0.
       01  ACR-IDLE-TXT                    PIC ZZZZZZZ9.
       01  ACR-USES-TXT                    PIC ZZZZ9.
       01  ACR-STALE-TXT                   PIC ZZZ9.
       01  ACR-OUT-LINE                    PIC X(132)      VALUE SPACES.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ACR-HALTED
               PERFORM 2000-SCAN-CCBAUDIT THRU 2000-EXIT
               PERFORM 2100-SCAN-AUTHVIO THRU 2100-EXIT
               PERFORM 2200-SCAN-REFPEND THRU 2200-EXIT
               PERFORM 2300-SCAN-LOCKAUD THRU 2300-EXIT
               PERFORM 3000-JUDGE-ONE-PAIR THRU 3000-EXIT
                   VARYING ACR-PX FROM 1 BY 1
                   UNTIL ACR-PX > ACR-PAIR-CNT
               PERFORM 3500-CHECK-CONFLICTS THRU 3500-EXIT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT ACR-AS-OF-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARMS THRU 1100-EXIT
           MOVE ACR-AS-OF-DATE TO ACR-SER-DATE
           PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT
           MOVE ACR-SER-DAYS TO ACR-AS-OF-SERIAL
           OPEN OUTPUT ACRRPT-FILE
           IF NOT ACR-ACRRPT-OK
               DISPLAY "AUTHCERT - UNABLE TO OPEN ACRRPT, STATUS="
                   ACR-ACRRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO ACR-ACRRPT-OPENED-SW
           OPEN INPUT AUTHTAB-FILE
           IF NOT ACR-AUTHTAB-OK
               DISPLAY "AUTHCERT - UNABLE TO OPEN AUTHTAB, STATUS="
                   ACR-AUTHTAB-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "N" TO ACR-EOF-SW
           PERFORM 1200-LOAD-ONE-PAIR THRU 1200-EXIT
               UNTIL ACR-EOF
           CLOSE AUTHTAB-FILE
           IF ACR-HALTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-CONFLICTS THRU 1300-EXIT
           IF ACR-HALTED
               GO TO 1000-EXIT
           END-IF
           MOVE ACR-STALE-DAYS TO ACR-STALE-TXT
           MOVE SPACES TO ACR-OUT-LINE
           STRING "AUTHCERT - ACCESS RECERTIFICATION AS OF "
               DELIMITED BY SIZE
               ACR-AS-OF-DATE DELIMITED BY SIZE
               ", PAIRS UNUSED OVER" ACR-STALE-TXT DELIMITED BY SIZE
               " DAYS ARE REVOCATION CANDIDATES" DELIMITED BY SIZE
               INTO ACR-OUT-LINE
           END-STRING
           WRITE ACRRPT-RECORD FROM ACR-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-READ-PARMS - ONE OPTIONAL CARD.  A FIELD THAT IS BLANK  *
      *  OR NOT NUMERIC LEAVES ITS DEFAULT IN PLACE.                  *
      ******************************************************************
       1100-READ-PARMS.
           OPEN INPUT ACRPRM-FILE
           IF NOT ACR-ACRPRM-OK
               GO TO 1100-EXIT
           END-IF
           READ ACRPRM-FILE
               AT END
                   CLOSE ACRPRM-FILE
                   GO TO 1100-EXIT
           END-READ
           IF ACR-PARM-STALE-DAYS IS NUMERIC
               AND ACR-PARM-STALE-DAYS-N > 0
               MOVE ACR-PARM-STALE-DAYS-N TO ACR-STALE-DAYS
           END-IF
           IF ACR-PARM-AS-OF IS NUMERIC
               MOVE ACR-PARM-AS-OF-N TO ACR-AS-OF-DATE
           END-IF
           CLOSE ACRPRM-FILE.
       1100-EXIT.
           EXIT.
      *
       1200-LOAD-ONE-PAIR.
           READ AUTHTAB-FILE
               AT END
                   MOVE "Y" TO ACR-EOF-SW
                   GO TO 1200-EXIT
           END-READ
           IF ATH-ANALYST-ID = SPACES
               GO TO 1200-EXIT
           END-IF
           IF ACR-PAIR-CNT NOT < ACR-PAIR-MAX
               DISPLAY "AUTHCERT - MORE THAN " ACR-PAIR-MAX
                   " ROWS ON AUTHTAB"
               MOVE "Y" TO ACR-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO ACR-PAIR-CNT
           MOVE ATH-ANALYST-ID TO ACR-PAIR-ANALYST (ACR-PAIR-CNT)
           MOVE ATH-FUNCTION   TO ACR-PAIR-FUNCTION (ACR-PAIR-CNT)
           MOVE 0              TO ACR-PAIR-LAST-USED (ACR-PAIR-CNT)
           MOVE SPACES         TO ACR-PAIR-SOURCE (ACR-PAIR-CNT)
           MOVE 0              TO ACR-PAIR-USE-CNT (ACR-PAIR-CNT).
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-LOAD-CONFLICTS - NO CONFLICT TABLE LEAVES THE           *
      *  SEGREGATION-OF-DUTIES SECTION UNCHECKED, WHICH THE REPORT    *
      *  SAYS OUT LOUD RATHER THAN IMPLYING A CLEAN BILL.             *
      ******************************************************************
       1300-LOAD-CONFLICTS.
           OPEN INPUT SODTAB-FILE
           IF NOT ACR-SODTAB-OK
               DISPLAY "AUTHCERT - SODTAB NOT READABLE, STATUS="
                   ACR-SODTAB-STATUS " - CONFLICTS NOT CHECKED"
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO ACR-EOF-SW
           PERFORM 1310-LOAD-ONE-CONFLICT THRU 1310-EXIT
               UNTIL ACR-EOF
           CLOSE SODTAB-FILE
           IF ACR-SOD-CNT > 0
               MOVE "Y" TO ACR-SOD-LOADED-SW
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-LOAD-ONE-CONFLICT.
           READ SODTAB-FILE
               AT END
                   MOVE "Y" TO ACR-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           IF SOD-FUNCTION-A = SPACES OR SOD-FUNCTION-B = SPACES
               GO TO 1310-EXIT
           END-IF
           IF ACR-SOD-CNT NOT < ACR-SOD-MAX
               DISPLAY "AUTHCERT - MORE THAN " ACR-SOD-MAX
                   " ROWS ON SODTAB"
               MOVE "Y" TO ACR-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO ACR-SOD-CNT
           MOVE SOD-FUNCTION-A TO ACR-SOD-FUNCTION-A (ACR-SOD-CNT)
           MOVE SOD-FUNCTION-B TO ACR-SOD-FUNCTION-B (ACR-SOD-CNT)
           MOVE SOD-REASON     TO ACR-SOD-REASON (ACR-SOD-CNT).
       1310-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO ACR-HALT-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-SCAN-CCBAUDIT - CCB2LR'S IMPORT ROWS ARE THE SUBMITTING *
      *  ANALYST'S USE OF CCB2LR; LRPROMO'S "*PROMOTION*" ROWS ARE    *
      *  THE APPROVER'S USE OF LRPROMO.                               *
      ******************************************************************
       2000-SCAN-CCBAUDIT.
           OPEN INPUT CCBAUDIT-FILE
           IF NOT ACR-CCBAUDIT-OK
               DISPLAY "AUTHCERT - CCBAUDIT NOT READABLE, STATUS="
                   ACR-CCBAUDIT-STATUS " - TRAIL SKIPPED"
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO ACR-EOF-SW
           PERFORM 2010-READ-ONE-AUDIT-ROW THRU 2010-EXIT
               UNTIL ACR-EOF
           CLOSE CCBAUDIT-FILE.
       2000-EXIT.
           EXIT.
      *
       2010-READ-ONE-AUDIT-ROW.
           READ CCBAUDIT-FILE
               AT END
                   MOVE "Y" TO ACR-EOF-SW
                   GO TO 2010-EXIT
           END-READ
           MOVE CAU-ANALYST-ID TO ACR-EV-ANALYST
           MOVE CAU-RUN-DATE   TO ACR-EV-DATE
           MOVE "CCBAUDIT"     TO ACR-EV-SOURCE
           IF CAU-SOURCE-COPYBOOK = "*PROMOTION*"
               MOVE "LRPROMO " TO ACR-EV-FUNCTION
           ELSE
               MOVE "CCB2LR  " TO ACR-EV-FUNCTION
           END-IF
           PERFORM 2900-POST-EVIDENCE THRU 2900-EXIT.
       2010-EXIT.
           EXIT.
      *
       2100-SCAN-AUTHVIO.
           OPEN INPUT AUTHVIO-FILE
           IF NOT ACR-AUTHVIO-OK
               DISPLAY "AUTHCERT - AUTHVIO NOT READABLE, STATUS="
                   ACR-AUTHVIO-STATUS " - TRAIL SKIPPED"
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO ACR-EOF-SW
           PERFORM 2110-READ-ONE-VIOLATION THRU 2110-EXIT
               UNTIL ACR-EOF
           CLOSE AUTHVIO-FILE.
       2100-EXIT.
           EXIT.
      *
       2110-READ-ONE-VIOLATION.
           READ AUTHVIO-FILE
               AT END
                   MOVE "Y" TO ACR-EOF-SW
                   GO TO 2110-EXIT
           END-READ
           MOVE AVR-ANALYST-ID     TO ACR-EV-ANALYST
           MOVE AVR-FUNCTION       TO ACR-EV-FUNCTION
           MOVE AVR-VIOLATION-DATE TO ACR-EV-DATE
           MOVE "AUTHVIO "         TO ACR-EV-SOURCE
           PERFORM 2900-POST-EVIDENCE THRU 2900-EXIT.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-SCAN-REFPEND - EVERY ROW CARRIES ITS MAKER; ONLY A ROW  *
      *  A CHECKER HAS APPROVED OR REJECTED CARRIES A CHECKER.        *
      ******************************************************************
       2200-SCAN-REFPEND.
           OPEN INPUT REFPEND-FILE
           IF NOT ACR-REFPEND-OK
               DISPLAY "AUTHCERT - REFPEND NOT READABLE, STATUS="
                   ACR-REFPEND-STATUS " - TRAIL SKIPPED"
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO ACR-EOF-SW
           PERFORM 2210-READ-ONE-PENDING THRU 2210-EXIT
               UNTIL ACR-EOF
           CLOSE REFPEND-FILE.
       2200-EXIT.
           EXIT.
      *
       2210-READ-ONE-PENDING.
           READ REFPEND-FILE
               AT END
                   MOVE "Y" TO ACR-EOF-SW
                   GO TO 2210-EXIT
           END-READ
           MOVE "REFPEND " TO ACR-EV-SOURCE
           IF RFP-MAKER NOT = SPACES
               MOVE RFP-MAKER      TO ACR-EV-ANALYST
               MOVE "REFTMAKE"     TO ACR-EV-FUNCTION
               MOVE RFP-MAKER-DATE TO ACR-EV-DATE
               PERFORM 2900-POST-EVIDENCE THRU 2900-EXIT
           END-IF
           IF RFP-CHECKER NOT = SPACES
               MOVE RFP-CHECKER    TO ACR-EV-ANALYST
               MOVE "REFTCHCK"     TO ACR-EV-FUNCTION
               MOVE RFP-CHECK-DATE TO ACR-EV-DATE
               PERFORM 2900-POST-EVIDENCE THRU 2900-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2300-SCAN-LOCKAUD.
           OPEN INPUT LOCKAUD-FILE
           IF NOT ACR-LOCKAUD-OK
               DISPLAY "AUTHCERT - LOCKAUD NOT READABLE, STATUS="
                   ACR-LOCKAUD-STATUS " - TRAIL SKIPPED"
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO ACR-EOF-SW
           PERFORM 2310-READ-ONE-OVERRIDE THRU 2310-EXIT
               UNTIL ACR-EOF
           CLOSE LOCKAUD-FILE.
       2300-EXIT.
           EXIT.
      *
       2310-READ-ONE-OVERRIDE.
           READ LOCKAUD-FILE
               AT END
                   MOVE "Y" TO ACR-EOF-SW
                   GO TO 2310-EXIT
           END-READ
           MOVE LKA-OPERATOR-ID TO ACR-EV-ANALYST
           MOVE LKA-NEW-HOLDER  TO ACR-EV-FUNCTION
           MOVE LKA-AUDIT-DATE  TO ACR-EV-DATE
           MOVE "LOCKAUD "      TO ACR-EV-SOURCE
           PERFORM 2900-POST-EVIDENCE THRU 2900-EXIT.
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2900-POST-EVIDENCE - A USE OF A PAIR ON AUTHTAB MOVES THE    *
      *  PAIR'S LAST USE FORWARD.  A USE OF A PAIR NOT ON AUTHTAB -   *
      *  A VIOLATION, OR A TRAIL OLDER THAN A REVOKED GRANT - IS      *
      *  ONLY COUNTED.  A ROW WITH A NON-NUMERIC DATE IS PASSED OVER. *
      ******************************************************************
       2900-POST-EVIDENCE.
           IF ACR-EV-DATE IS NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO ACR-EVIDENCE-CNT
           MOVE "N" TO ACR-PAIR-FOUND-SW
           PERFORM 2910-TEST-ONE-PAIR THRU 2910-EXIT
               VARYING ACR-QX FROM 1 BY 1
               UNTIL ACR-QX > ACR-PAIR-CNT OR ACR-PAIR-FOUND
           IF NOT ACR-PAIR-FOUND
               ADD 1 TO ACR-UNMATCHED-CNT
               GO TO 2900-EXIT
           END-IF
           SUBTRACT 1 FROM ACR-QX
           ADD 1 TO ACR-PAIR-USE-CNT (ACR-QX)
           IF ACR-EV-DATE > ACR-PAIR-LAST-USED (ACR-QX)
               MOVE ACR-EV-DATE   TO ACR-PAIR-LAST-USED (ACR-QX)
               MOVE ACR-EV-SOURCE TO ACR-PAIR-SOURCE (ACR-QX)
           END-IF.
       2900-EXIT.
           EXIT.
      *
       2910-TEST-ONE-PAIR.
           IF ACR-PAIR-ANALYST (ACR-QX) = ACR-EV-ANALYST
               AND ACR-PAIR-FUNCTION (ACR-QX) = ACR-EV-FUNCTION
               MOVE "Y" TO ACR-PAIR-FOUND-SW
           END-IF.
       2910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-JUDGE-ONE-PAIR - IDLE DAYS ARE COUNTED FROM THE LAST    *
      *  USE TO THE AS-OF DATE.  A PAIR NO TRAIL SHOWS IN USE IS A    *
      *  CANDIDATE WHATEVER THE LIMIT - NOTHING ON FILE SAYS IT IS    *
      *  NEEDED.                                                      *
      ******************************************************************
       3000-JUDGE-ONE-PAIR.
           MOVE ACR-PAIR-USE-CNT (ACR-PX) TO ACR-USES-TXT
           MOVE SPACES TO ACR-OUT-LINE
           IF ACR-PAIR-LAST-USED (ACR-PX) = 0
               ADD 1 TO ACR-CANDIDATE-CNT
               STRING "REVOKE?  " DELIMITED BY SIZE
                   ACR-PAIR-ANALYST (ACR-PX) " " DELIMITED BY SIZE
                   ACR-PAIR-FUNCTION (ACR-PX) DELIMITED BY SIZE
                   " NO USE ON ANY AUDIT TRAIL" DELIMITED BY SIZE
                   INTO ACR-OUT-LINE
               END-STRING
               WRITE ACRRPT-RECORD FROM ACR-OUT-LINE
               GO TO 3000-EXIT
           END-IF
           MOVE ACR-PAIR-LAST-USED (ACR-PX) TO ACR-SER-DATE
           PERFORM 8800-DATE-TO-SERIAL THRU 8800-EXIT
           COMPUTE ACR-IDLE-DAYS = ACR-AS-OF-SERIAL - ACR-SER-DAYS
           IF ACR-IDLE-DAYS < 0
               MOVE 0 TO ACR-IDLE-DAYS
           END-IF
           MOVE ACR-IDLE-DAYS TO ACR-IDLE-TXT
           IF ACR-IDLE-DAYS > ACR-STALE-DAYS
               ADD 1 TO ACR-CANDIDATE-CNT
               MOVE "REVOKE?  " TO ACR-OUT-LINE
           ELSE
               MOVE "KEEP     " TO ACR-OUT-LINE
           END-IF
           STRING ACR-PAIR-ANALYST (ACR-PX) " " DELIMITED BY SIZE
               ACR-PAIR-FUNCTION (ACR-PX) DELIMITED BY SIZE
               " LAST USED " ACR-PAIR-LAST-USED (ACR-PX)
               DELIMITED BY SIZE
               " (" ACR-PAIR-SOURCE (ACR-PX) ")" DELIMITED BY SIZE
               ACR-IDLE-TXT " DAYS IDLE," DELIMITED BY SIZE
               ACR-USES-TXT " USES ON FILE" DELIMITED BY SIZE
               INTO ACR-OUT-LINE (10:)
           END-STRING
           WRITE ACRRPT-RECORD FROM ACR-OUT-LINE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3500-CHECK-CONFLICTS - FOR EACH CONFLICT ROW, EVERY ANALYST  *
      *  HOLDING THE FIRST FUNCTION IS LOOKED UP FOR THE SECOND.      *
      *  AUTHTAB CARRIES ONE ROW PER GRANT, SO EACH ANALYST IN        *
      *  CONFLICT IS LISTED ONCE PER CONFLICT ROW.                    *
      ******************************************************************
       3500-CHECK-CONFLICTS.
           MOVE SPACES TO ACR-OUT-LINE
           IF NOT ACR-SOD-LOADED
               MOVE "SEGREGATION OF DUTIES NOT CHECKED - NO CONFLICT "
                   TO ACR-OUT-LINE
               MOVE "ROWS ON SODTAB" TO ACR-OUT-LINE (50:)
               WRITE ACRRPT-RECORD FROM ACR-OUT-LINE
               GO TO 3500-EXIT
           END-IF
           MOVE "SEGREGATION-OF-DUTIES CONFLICTS:" TO ACR-OUT-LINE
           WRITE ACRRPT-RECORD FROM ACR-OUT-LINE
           PERFORM 3510-CHECK-ONE-CONFLICT THRU 3510-EXIT
               VARYING ACR-DX FROM 1 BY 1
               UNTIL ACR-DX > ACR-SOD-CNT.
       3500-EXIT.
           EXIT.
      *
       3510-CHECK-ONE-CONFLICT.
           PERFORM 3520-CHECK-ONE-HOLDER THRU 3520-EXIT
               VARYING ACR-PX FROM 1 BY 1
               UNTIL ACR-PX > ACR-PAIR-CNT.
       3510-EXIT.
           EXIT.
      *
       3520-CHECK-ONE-HOLDER.
           IF ACR-PAIR-FUNCTION (ACR-PX) NOT = ACR-SOD-FUNCTION-A
               (ACR-DX)
               GO TO 3520-EXIT
           END-IF
           MOVE ACR-PAIR-ANALYST (ACR-PX) TO ACR-EV-ANALYST
           MOVE ACR-SOD-FUNCTION-B (ACR-DX) TO ACR-EV-FUNCTION
           MOVE "N" TO ACR-PAIR-FOUND-SW
           PERFORM 2910-TEST-ONE-PAIR THRU 2910-EXIT
               VARYING ACR-QX FROM 1 BY 1
               UNTIL ACR-QX > ACR-PAIR-CNT OR ACR-PAIR-FOUND
           IF NOT ACR-PAIR-FOUND
               GO TO 3520-EXIT
           END-IF
           ADD 1 TO ACR-CONFLICT-CNT
           MOVE SPACES TO ACR-OUT-LINE
           STRING "CONFLICT " DELIMITED BY SIZE
               ACR-PAIR-ANALYST (ACR-PX) " HOLDS " DELIMITED BY SIZE
               ACR-SOD-FUNCTION-A (ACR-DX) " AND " DELIMITED BY SIZE
               ACR-SOD-FUNCTION-B (ACR-DX) " - " DELIMITED BY SIZE
               ACR-SOD-REASON (ACR-DX) DELIMITED BY SIZE
               INTO ACR-OUT-LINE
           END-STRING
           WRITE ACRRPT-RECORD FROM ACR-OUT-LINE.
       3520-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF ACR-HALTED
               GO TO 4000-EXIT
           END-IF
           DISPLAY "AUTHCERT - " ACR-PAIR-CNT " PAIRS, "
               ACR-EVIDENCE-CNT " USES ON THE TRAILS ("
               ACR-UNMATCHED-CNT " NOT ON AUTHTAB), "
               ACR-CANDIDATE-CNT " REVOCATION CANDIDATES, "
               ACR-CONFLICT-CNT " CONFLICTS"
           IF ACR-CANDIDATE-CNT > 0 OR NOT ACR-SOD-LOADED
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ACR-CONFLICT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "AUTHCERT" TO RNL-WS-PROGRAM
           MOVE ACR-EVIDENCE-CNT TO RNL-WS-RECORDS-IN
           MOVE ACR-PAIR-CNT TO RNL-WS-RECORDS-OUT
           MOVE ACR-CANDIDATE-CNT TO RNL-WS-RECORDS-SUSP
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
      ******************************************************************
      *  8800-DATE-TO-SERIAL - DAYS SINCE YEAR 1 FOR ACR-SER-DATE,    *
      *  GREGORIAN LEAP RULE INCLUDED, FEBRUARY 29 COUNTED WHEN THE   *
      *  YEAR ITSELF IS LEAP AND THE DATE IS PAST FEBRUARY.  THE      *
      *  CENTURY TERMS ARE WHOLE QUOTIENTS, TAKEN ONE AT A TIME.      *
      ******************************************************************
       8800-DATE-TO-SERIAL.
           COMPUTE ACR-SER-Y1 = ACR-SER-CCYY - 1
           DIVIDE ACR-SER-Y1 BY 4   GIVING ACR-SER-Q4
           DIVIDE ACR-SER-Y1 BY 100 GIVING ACR-SER-Q100
           DIVIDE ACR-SER-Y1 BY 400 GIVING ACR-SER-Q400
           COMPUTE ACR-SER-DAYS = ACR-SER-Y1 * 365
               + ACR-SER-Q4 - ACR-SER-Q100 + ACR-SER-Q400
           IF ACR-SER-MM >= 1 AND ACR-SER-MM <= 12
               ADD ACR-CUM-DAYS (ACR-SER-MM) TO ACR-SER-DAYS
           END-IF
           ADD ACR-SER-DD TO ACR-SER-DAYS
           IF ACR-SER-MM > 2
               DIVIDE ACR-SER-CCYY BY 4   GIVING ACR-MOD-Q
                   REMAINDER ACR-MOD4-R
               DIVIDE ACR-SER-CCYY BY 100 GIVING ACR-MOD-Q
                   REMAINDER ACR-MOD100-R
               DIVIDE ACR-SER-CCYY BY 400 GIVING ACR-MOD-Q
                   REMAINDER ACR-MOD400-R
               IF ACR-MOD4-R = 0
                   AND (ACR-MOD100-R NOT = 0 OR ACR-MOD400-R = 0)
                   ADD 1 TO ACR-SER-DAYS
               END-IF
           END-IF.
       8800-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF ACR-ACRRPT-OPENED
               CLOSE ACRRPT-FILE
           END-IF.
