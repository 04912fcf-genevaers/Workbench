      ******************************************************************
      **                                                              *
      **  PROGRAM      GLDRILL                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  GL JOURNAL LINE DRILL-BACK.  WHEN THE LEDGER  *
      **      SIDE QUESTIONS A GLJRNREC LINE FIRGLEXP EXPORTED, THIS  *
      **      STEP REBUILDS IT FROM THE FIRE ALLOCATION RECORDS THAT  *
      **      MADE IT UP INSTEAD OF A FIRTOUT RERUN AND A GUESS.      *
      **      THE LINES TO DRILL ARE NAMED BY ENTRY DATE, ACCOUNT AND *
      **      STATE ON DD GLDRLPRM CARDS, AND/OR ARE EVERY REJECTED   *
      **      ROW ON THE LEDGER ACKNOWLEDGMENT FILE GLACKRCN WORKS    *
      **      FROM (DD GLACK, GLACKREC.cpy).  FOR EACH ONE:           *
      **        - THE EXPORTED JOURNAL (DD GLJRNL) GIVES THE LINE'S   *
      **          AMOUNT.  A REVERSING LINE ("REVERSES EXPORT OF")    *
      **          IS PROVED SEPARATELY, AGAINST THE REVERSED ROWS OF  *
      **          THE RUN IT NAMES.                                   *
      **        - THE EXPORT REGISTER (DD GLEXPREG) GIVES THE FIREXT  *
      **          RUN THAT PRODUCED IT - THE FILE-DATE/CO-CD          *
      **          POPULATIONS FIRGLEXP REGISTERED FOR THAT RUN DATE   *
      **          AND STATE.                                          *
      **        - THE RETAINED FIRE ALLOCATION EXTRACT (DD FIREXT,    *
      **          STACKED PERIODS ALLOWED) IS READ FOR EVERY RECORD   *
      **          OF THOSE POPULATIONS IN THE STATE; EACH IS LISTED   *
      **          WITH ITS AGENT, CO-CD, H-CODE, PREM AND LOSS, SUMMED *
      **          EXACTLY AS FIRGLEXP SUMS THEM, AND THE TOTAL MUST   *
      **          EQUAL GLJ-AMOUNT TO THE CENT.                       *
      **      A LINE THAT CANNOT BE REBUILT - NOT ON THE JOURNAL, NO  *
      **      REGISTERED RUN, NO CONTRIBUTING RECORDS, A TOTAL THAT   *
      **      DOES NOT AGREE, OR A REJECTED AMOUNT NO EXPORTED LINE   *
      **      CARRIED - IS FLAGGED AS A POSSIBLE MANUAL ALTERATION ON *
      **      DD DRILLRPT.                                            *
      **                                                               *
      **      RETURN-CODE 04 - AT LEAST ONE LINE COULD NOT BE REBUILT;*
      **      16 - A FILE COULD NOT BE OPENED, NO LINE WAS NAMED, OR  *
      **      A TABLE OVERFLOWED.                                     *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDRILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL - ONE CARD PER JOURNAL LINE THE LEDGER SIDE NAMED.
           SELECT OPTIONAL GLDRLPRM-FILE ASSIGN TO "GLDRLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDR-GLDRLPRM-STATUS.
      *> OPTIONAL - ITS REJECTED ROWS ARE DRILLED AS WELL.
           SELECT OPTIONAL GLACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDR-GLACK-STATUS.
           SELECT GLJRNL-FILE   ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDR-GLJRNL-STATUS.
           SELECT GLEXPREG-FILE ASSIGN TO "GLEXPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDR-GLEXPREG-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE FIRE ALLOCATION
      *> RECORD'S OVERPUNCHED AMOUNT BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT FIREXT-FILE   ASSIGN TO "FIREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GDR-FIREXT-STATUS.
           SELECT DRILLRPT-FILE ASSIGN TO "DRILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDR-DRILLRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLDRLPRM-FILE.
       01  GLDRLPRM-RECORD.
           05  GDR-PARM-ENTRY-DATE         PIC 9(08).
           05  GDR-PARM-ACCOUNT            PIC X(10).
           05  GDR-PARM-STATE              PIC X(02).
       FD  GLACK-FILE.
       COPY GLACKREC.
       FD  GLJRNL-FILE.
       COPY GLJRNREC.
       FD  GLEXPREG-FILE.
       COPY GLEXPREG.
       FD  FIREXT-FILE.
       COPY FIREALOC.
       FD  DRILLRPT-FILE.
       01  DRILLRPT-RECORD                 PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  GDR-GLDRLPRM-STATUS             PIC XX.
           88  GDR-GLDRLPRM-OK             VALUE "00".
       01  GDR-GLACK-STATUS                PIC XX.
           88  GDR-GLACK-OK                VALUE "00".
       01  GDR-GLJRNL-STATUS               PIC XX.
           88  GDR-GLJRNL-OK               VALUE "00".
       01  GDR-GLEXPREG-STATUS             PIC XX.
           88  GDR-GLEXPREG-OK             VALUE "00".
       01  GDR-FIREXT-STATUS               PIC XX.
           88  GDR-FIREXT-OK               VALUE "00".
       01  GDR-DRILLRPT-STATUS             PIC XX.
           88  GDR-DRILLRPT-OK             VALUE "00".
      *> WHETHER THE REPORT IS OPEN AT TERMINATION TIME IS TRACKED
      *> HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  GDR-DRILLRPT-OPENED-SW          PIC X(01)       VALUE "N".
           88  GDR-DRILLRPT-OPENED         VALUE "Y".
       01  GDR-EOF-SW                      PIC X(01)       VALUE "N".
           88  GDR-EOF                     VALUE "Y".
      *> ---------------- LINES TO DRILL (LOADED) ----------------------
       01  GDR-TGT-MAX                     PIC 9(04) COMP  VALUE 100.
       01  GDR-TGT-CNT                     PIC 9(04) COMP  VALUE 0.
       01  GDR-TGT-TAB.
           05  GDR-TGT-ENTRY               OCCURS 100 TIMES.
               10  GDR-TGT-DATE            PIC 9(08).
               10  GDR-TGT-ACCOUNT         PIC X(10).
               10  GDR-TGT-STATE           PIC X(02).
      *> SOURCE: "C" A GLDRLPRM CARD, "R" A REJECTED GLACK ROW.
               10  GDR-TGT-SOURCE          PIC X(01).
               10  GDR-TGT-ACK-AMOUNT      PIC S9(13)V99.
               10  GDR-TGT-ACK-REASON      PIC X(30).
       01  GDR-TX                          PIC 9(04) COMP  VALUE 0.
      *> ------------- THE CURRENT LINE'S JOURNAL ROWS -----------------
       01  GDR-LINE-CNT                    PIC 9(04) COMP  VALUE 0.
       01  GDR-LINE-AMOUNT                 PIC S9(15)V99   VALUE 0.
       01  GDR-ACK-HIT-SW                  PIC X(01)       VALUE "N".
           88  GDR-ACK-HIT                 VALUE "Y".
      *> REVERSING LINES, GROUPED BY THE RUN DATE THEY REVERSE.
       01  GDR-REV-MAX                     PIC 9(04) COMP  VALUE 20.
       01  GDR-REV-CNT                     PIC 9(04) COMP  VALUE 0.
       01  GDR-REV-TAB.
           05  GDR-REV-ENTRY               OCCURS 20 TIMES.
               10  GDR-REV-OLD-DATE        PIC 9(08).
               10  GDR-REV-AMOUNT          PIC S9(15)V99.
               10  GDR-REV-LINES           PIC 9(04) COMP.
       01  GDR-RX                          PIC 9(04) COMP  VALUE 0.
       01  GDR-REV-HIT                     PIC 9(04) COMP  VALUE 0.
       01  GDR-REV-OLD-TXT                 PIC X(08).
       01  GDR-REV-OLD-9 REDEFINES GDR-REV-OLD-TXT
                                           PIC 9(08).
      *> ------------ THE RUN'S REGISTERED POPULATIONS -----------------
       01  GDR-POP-MAX                     PIC 9(04) COMP  VALUE 200.
       01  GDR-POP-CNT                     PIC 9(04) COMP  VALUE 0.
       01  GDR-POP-TAB.
           05  GDR-POP-ENTRY               OCCURS 200 TIMES.
               10  GDR-POP-FILE-DATE       PIC X(08).
               10  GDR-POP-CO-CD           PIC X(04).
               10  GDR-POP-AMOUNT          PIC S9(13)V99.
       01  GDR-PX                          PIC 9(04) COMP  VALUE 0.
       01  GDR-POP-HIT                     PIC 9(04) COMP  VALUE 0.
       01  GDR-SCAN-RUN-DATE               PIC 9(08)       VALUE 0.
      *> "A" - EVERY ROW OF THE RUN; "R" - ONLY ITS REVERSED ROWS.
       01  GDR-SCAN-KIND                   PIC X(01)       VALUE "A".
       01  GDR-REG-TOTAL                   PIC S9(15)V99   VALUE 0.
      *> --------------------- REBUILD WORK AREA -----------------------
       01  GDR-REC-FILE-DATE               PIC X(08)       VALUE SPACES.
       01  GDR-AMT-IDX                     PIC 9(02).
       01  GDR-REC-PREM                    PIC S9(17)V99   VALUE 0.
       01  GDR-REC-LOSS                    PIC S9(17)V99   VALUE 0.
       01  GDR-REBUILT                     PIC S9(17)V99   VALUE 0.
       01  GDR-REBUILT-CNT                 PIC 9(08)       VALUE 0.
       01  GDR-PROVEN-SW                   PIC X(01)       VALUE "N".
           88  GDR-PROVEN                  VALUE "Y".
      *> ----------------------- COUNTERS ------------------------------
       01  GDR-DRILLED-CNT                 PIC 9(06)       VALUE 0.
       01  GDR-PROVEN-CNT                  PIC 9(06)       VALUE 0.
       01  GDR-FLAGGED-CNT                 PIC 9(06)       VALUE 0.
       01  GDR-FIREXT-READ-CNT             PIC 9(08)       VALUE 0.
       01  GDR-POP-PEAK                    PIC 9(04) COMP  VALUE 0.
       01  GDR-REV-PEAK                    PIC 9(04) COMP  VALUE 0.
       01  GDR-AMT-TXT                     PIC -(14)9.99.
       01  GDR-AMT2-TXT                    PIC -(14)9.99.
       01  GDR-BIG-TXT                     PIC -(17)9.99.
       01  GDR-BIG2-TXT                    PIC -(17)9.99.
       01  GDR-CNT-TXT                     PIC ZZZZZZZ9.
       01  GDR-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-DRILL-ONE-LINE THRU 2000-EXIT
               VARYING GDR-TX FROM 1 BY 1
               UNTIL GDR-TX > GDR-TGT-CNT
           PERFORM 3000-SUMMARIZE THRU 3000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT DRILLRPT-FILE
           IF NOT GDR-DRILLRPT-OK
               DISPLAY "GLDRILL - UNABLE TO OPEN DRILLRPT, STATUS="
                   GDR-DRILLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO GDR-DRILLRPT-OPENED-SW
           OPEN INPUT GLDRLPRM-FILE
           IF GDR-GLDRLPRM-OK
               MOVE "N" TO GDR-EOF-SW
               PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
                   UNTIL GDR-EOF
           END-IF
           OPEN INPUT GLACK-FILE
           IF GDR-GLACK-OK
               MOVE "N" TO GDR-EOF-SW
               PERFORM 1200-LOAD-ONE-REJECT THRU 1200-EXIT
                   UNTIL GDR-EOF
           END-IF
           IF RETURN-CODE = 16
               MOVE 0 TO GDR-TGT-CNT
               GO TO 1000-EXIT
           END-IF
           IF GDR-TGT-CNT = 0
               DISPLAY "GLDRILL - NO JOURNAL LINE NAMED ON GLDRLPRM "
                   "AND NO REJECTED ROW ON GLACK - NOTHING TO DRILL"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO GDR-OUT-LINE
           STRING "GLDRILL - GL JOURNAL LINE DRILL-BACK TO THE "
               "FIRE ALLOCATION RECORDS"
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           MOVE SPACES TO GDR-OUT-LINE
           STRING "  CONTRIBUTING RECORDS SHOW FILE-DATE, AGENT"
               ", CO-CD, H-CODE, PREM AND LOSS"
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-CARD.
           READ GLDRLPRM-FILE
               AT END
                   MOVE "Y" TO GDR-EOF-SW
                   CLOSE GLDRLPRM-FILE
                   GO TO 1100-EXIT
           END-READ
           IF GDR-PARM-ENTRY-DATE IS NOT NUMERIC
               DISPLAY "GLDRILL - GLDRLPRM CARD IGNORED, ENTRY DATE "
                   "IS NOT CCYYMMDD: " GLDRLPRM-RECORD
               GO TO 1100-EXIT
           END-IF
           IF GDR-TGT-CNT >= GDR-TGT-MAX
               DISPLAY "GLDRILL - LINE TABLE FULL AT " GDR-TGT-MAX
               MOVE "Y" TO GDR-EOF-SW
               CLOSE GLDRLPRM-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO GDR-TGT-CNT
           MOVE GDR-PARM-ENTRY-DATE TO GDR-TGT-DATE (GDR-TGT-CNT)
           MOVE GDR-PARM-ACCOUNT    TO GDR-TGT-ACCOUNT (GDR-TGT-CNT)
           MOVE GDR-PARM-STATE      TO GDR-TGT-STATE (GDR-TGT-CNT)
           MOVE "C"                 TO GDR-TGT-SOURCE (GDR-TGT-CNT)
           MOVE 0              TO GDR-TGT-ACK-AMOUNT (GDR-TGT-CNT)
           MOVE SPACES         TO GDR-TGT-ACK-REASON (GDR-TGT-CNT).
       1100-EXIT.
           EXIT.
      *
       1200-LOAD-ONE-REJECT.
           READ GLACK-FILE
               AT END
                   MOVE "Y" TO GDR-EOF-SW
                   CLOSE GLACK-FILE
                   GO TO 1200-EXIT
           END-READ
           IF NOT GAK-REJECTED
               GO TO 1200-EXIT
           END-IF
           IF GDR-TGT-CNT >= GDR-TGT-MAX
               DISPLAY "GLDRILL - LINE TABLE FULL AT " GDR-TGT-MAX
               MOVE "Y" TO GDR-EOF-SW
               CLOSE GLACK-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO GDR-TGT-CNT
           MOVE GAK-ENTRY-DATE TO GDR-TGT-DATE (GDR-TGT-CNT)
           MOVE GAK-ACCOUNT    TO GDR-TGT-ACCOUNT (GDR-TGT-CNT)
           MOVE GAK-STATE      TO GDR-TGT-STATE (GDR-TGT-CNT)
           MOVE "R"            TO GDR-TGT-SOURCE (GDR-TGT-CNT)
           MOVE GAK-AMOUNT     TO GDR-TGT-ACK-AMOUNT (GDR-TGT-CNT)
           MOVE GAK-REASON     TO GDR-TGT-ACK-REASON (GDR-TGT-CNT).
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-DRILL-ONE-LINE - THE JOURNAL, THE REGISTER AND THE      *
      *  EXTRACT ARE EACH READ AFRESH FOR EVERY LINE DRILLED; THE     *
      *  LEDGER SIDE NAMES A HANDFUL OF LINES, NOT THOUSANDS.         *
      ******************************************************************
       2000-DRILL-ONE-LINE.
           ADD 1 TO GDR-DRILLED-CNT
           MOVE "Y" TO GDR-PROVEN-SW
           MOVE SPACES TO GDR-OUT-LINE
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           MOVE SPACES TO GDR-OUT-LINE
           IF GDR-TGT-SOURCE (GDR-TX) = "R"
               MOVE GDR-TGT-ACK-AMOUNT (GDR-TX) TO GDR-AMT-TXT
               STRING "LINE " GDR-TGT-DATE (GDR-TX)
                   " " GDR-TGT-ACCOUNT (GDR-TX)
                   " " GDR-TGT-STATE (GDR-TX)
                   " - LEDGER REJECTED " GDR-AMT-TXT
                   ": " GDR-TGT-ACK-REASON (GDR-TX)
                   DELIMITED BY SIZE INTO GDR-OUT-LINE
               END-STRING
           ELSE
               STRING "LINE " GDR-TGT-DATE (GDR-TX)
                   " " GDR-TGT-ACCOUNT (GDR-TX)
                   " " GDR-TGT-STATE (GDR-TX)
                   " - NAMED ON GLDRLPRM"
                   DELIMITED BY SIZE INTO GDR-OUT-LINE
               END-STRING
           END-IF
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           PERFORM 2100-SCAN-JOURNAL THRU 2100-EXIT
           IF RETURN-CODE = 16
               GO TO 2000-EXIT
           END-IF
           IF GDR-LINE-CNT = 0 AND GDR-REV-CNT = 0
               MOVE SPACES TO GDR-OUT-LINE
               STRING "  NOT ON THE EXPORTED JOURNAL - POSSIBLE MAN"
                   "UAL ALTERATION"
                   DELIMITED BY SIZE INTO GDR-OUT-LINE
               END-STRING
               WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
               MOVE "N" TO GDR-PROVEN-SW
           ELSE
               PERFORM 2050-PROVE-JOURNAL-LINES THRU 2050-EXIT
           END-IF
           IF GDR-PROVEN
               ADD 1 TO GDR-PROVEN-CNT
           ELSE
               ADD 1 TO GDR-FLAGGED-CNT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2050-PROVE-JOURNAL-LINES.
           IF GDR-TGT-SOURCE (GDR-TX) = "R" AND NOT GDR-ACK-HIT
               MOVE SPACES TO GDR-OUT-LINE
               STRING "  THE REJECTED AMOUNT MATCHES NO EXPORTED LI"
                   "NE - POSSIBLE MANUAL ALTERATION"
                   DELIMITED BY SIZE INTO GDR-OUT-LINE
               END-STRING
               WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
               MOVE "N" TO GDR-PROVEN-SW
           END-IF
           IF GDR-LINE-CNT > 0
               PERFORM 2300-REBUILD-EXPORT-LINE THRU 2300-EXIT
           END-IF
           PERFORM 2500-PROVE-ONE-REVERSAL THRU 2500-EXIT
               VARYING GDR-RX FROM 1 BY 1
               UNTIL GDR-RX > GDR-REV-CNT OR RETURN-CODE = 16.
       2050-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2100-SCAN-JOURNAL - THE ORDINARY LINES FOR THE DATE, ACCOUNT *
      *  AND STATE ARE SUMMED (TWO EXPORTS ON ONE DATE GIVE TWO); THE *
      *  REVERSING LINES ARE GROUPED BY THE RUN THEY REVERSE.  FOR A  *
      *  REJECTED ROW, ANY ONE LINE CARRYING ITS AMOUNT IS THE LINE   *
      *  THE LEDGER SAW - THE SAME MATCH GLACKRCN MAKES.              *
      ******************************************************************
       2100-SCAN-JOURNAL.
           MOVE 0 TO GDR-LINE-CNT
           MOVE 0 TO GDR-LINE-AMOUNT
           MOVE 0 TO GDR-REV-CNT
           MOVE "N" TO GDR-ACK-HIT-SW
           OPEN INPUT GLJRNL-FILE
           IF NOT GDR-GLJRNL-OK
               DISPLAY "GLDRILL - UNABLE TO OPEN GLJRNL, STATUS="
                   GDR-GLJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO GDR-EOF-SW
           PERFORM 2110-CHECK-ONE-JRN-LINE THRU 2110-EXIT
               UNTIL GDR-EOF
           CLOSE GLJRNL-FILE.
       2100-EXIT.
           EXIT.
      *
       2110-CHECK-ONE-JRN-LINE.
           READ GLJRNL-FILE
               AT END
                   MOVE "Y" TO GDR-EOF-SW
                   GO TO 2110-EXIT
           END-READ
           IF GLJ-IS-TRAILER
               OR GLJ-ENTRY-DATE NOT = GDR-TGT-DATE (GDR-TX)
               OR GLJ-ACCOUNT NOT = GDR-TGT-ACCOUNT (GDR-TX)
               OR GLJ-STATE NOT = GDR-TGT-STATE (GDR-TX)
               GO TO 2110-EXIT
           END-IF
           IF GLJ-AMOUNT = GDR-TGT-ACK-AMOUNT (GDR-TX)
               MOVE "Y" TO GDR-ACK-HIT-SW
           END-IF
           IF GLJ-DESC (1:19) = "REVERSES EXPORT OF "
               PERFORM 2120-NOTE-REVERSAL THRU 2120-EXIT
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO GDR-LINE-CNT
           ADD GLJ-AMOUNT TO GDR-LINE-AMOUNT.
       2110-EXIT.
           EXIT.
      *
       2120-NOTE-REVERSAL.
           MOVE GLJ-DESC (20:8) TO GDR-REV-OLD-TXT
           IF GDR-REV-OLD-TXT IS NOT NUMERIC
               MOVE 0 TO GDR-REV-OLD-9
           END-IF
           MOVE 0 TO GDR-REV-HIT
           PERFORM 2130-MATCH-ONE-REV-GROUP THRU 2130-EXIT
               VARYING GDR-RX FROM 1 BY 1
               UNTIL GDR-RX > GDR-REV-CNT OR GDR-REV-HIT > 0
           IF GDR-REV-HIT = 0
               IF GDR-REV-CNT >= GDR-REV-MAX
                   DISPLAY "GLDRILL - REVERSAL TABLE FULL AT "
                       GDR-REV-MAX
                   MOVE 16 TO RETURN-CODE
                   GO TO 2120-EXIT
               END-IF
               ADD 1 TO GDR-REV-CNT
               MOVE GDR-REV-CNT TO GDR-REV-HIT
               IF GDR-REV-CNT > GDR-REV-PEAK
                   MOVE GDR-REV-CNT TO GDR-REV-PEAK
               END-IF
               MOVE GDR-REV-OLD-9 TO GDR-REV-OLD-DATE (GDR-REV-HIT)
               MOVE 0 TO GDR-REV-AMOUNT (GDR-REV-HIT)
               MOVE 0 TO GDR-REV-LINES (GDR-REV-HIT)
           END-IF
           ADD GLJ-AMOUNT TO GDR-REV-AMOUNT (GDR-REV-HIT)
           ADD 1 TO GDR-REV-LINES (GDR-REV-HIT).
       2120-EXIT.
           EXIT.
      *
       2130-MATCH-ONE-REV-GROUP.
           IF GDR-REV-OLD-DATE (GDR-RX) = GDR-REV-OLD-9
               MOVE GDR-RX TO GDR-REV-HIT
           END-IF.
       2130-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-FIND-POPULATIONS - THE REGISTER ROWS OF RUN DATE        *
      *  GDR-SCAN-RUN-DATE FOR THE LINE'S STATE, REVERSED ROWS ONLY   *
      *  WHEN GDR-SCAN-KIND IS "R".  THEIR AMOUNTS ARE SUMMED TO      *
      *  GDR-REG-TOTAL.                                               *
      ******************************************************************
       2200-FIND-POPULATIONS.
           MOVE 0 TO GDR-POP-CNT
           MOVE 0 TO GDR-REG-TOTAL
           OPEN INPUT GLEXPREG-FILE
           IF NOT GDR-GLEXPREG-OK
               DISPLAY "GLDRILL - UNABLE TO OPEN GLEXPREG, STATUS="
                   GDR-GLEXPREG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO GDR-EOF-SW
           PERFORM 2210-CHECK-ONE-REG-ROW THRU 2210-EXIT
               UNTIL GDR-EOF
           CLOSE GLEXPREG-FILE.
       2200-EXIT.
           EXIT.
      *
       2210-CHECK-ONE-REG-ROW.
           READ GLEXPREG-FILE
               AT END
                   MOVE "Y" TO GDR-EOF-SW
                   GO TO 2210-EXIT
           END-READ
           IF GXR-RUN-DATE NOT = GDR-SCAN-RUN-DATE
               OR GXR-STATE NOT = GDR-TGT-STATE (GDR-TX)
               GO TO 2210-EXIT
           END-IF
           IF GDR-SCAN-KIND = "R" AND NOT GXR-REVERSED
               GO TO 2210-EXIT
           END-IF
           IF GDR-POP-CNT >= GDR-POP-MAX
               DISPLAY "GLDRILL - POPULATION TABLE FULL AT "
                   GDR-POP-MAX
               MOVE "Y" TO GDR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO GDR-POP-CNT
           MOVE GXR-FILE-DATE TO GDR-POP-FILE-DATE (GDR-POP-CNT)
           MOVE GXR-CO-CD     TO GDR-POP-CO-CD (GDR-POP-CNT)
           MOVE GXR-AMOUNT    TO GDR-POP-AMOUNT (GDR-POP-CNT)
           ADD GXR-AMOUNT TO GDR-REG-TOTAL
           IF GDR-POP-CNT > GDR-POP-PEAK
               MOVE GDR-POP-CNT TO GDR-POP-PEAK
           END-IF.
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2300-REBUILD-EXPORT-LINE - THE RUN'S POPULATIONS COME OFF THE *
      *  REGISTER, THEIR RECORDS IN THE STATE OFF FIREXT, AND THE SUM  *
      *  OF THOSE RECORDS MUST BE THE JOURNAL LINE.                    *
      ******************************************************************
       2300-REBUILD-EXPORT-LINE.
           MOVE GDR-LINE-AMOUNT TO GDR-AMT-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "  EXPORTED LINE AMOUNT " GDR-AMT-TXT
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           MOVE GDR-TGT-DATE (GDR-TX) TO GDR-SCAN-RUN-DATE
           MOVE "A" TO GDR-SCAN-KIND
           PERFORM 2200-FIND-POPULATIONS THRU 2200-EXIT
           IF RETURN-CODE = 16
               GO TO 2300-EXIT
           END-IF
           IF GDR-POP-CNT = 0
               MOVE SPACES TO GDR-OUT-LINE
               STRING "  NO FIRGLEXP RUN ON GLEXPREG FOR THIS DATE "
                   "AND STATE - POSSIBLE MANUAL ALTERATION"
                   DELIMITED BY SIZE INTO GDR-OUT-LINE
               END-STRING
               WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
               MOVE "N" TO GDR-PROVEN-SW
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-LIST-ONE-POPULATION THRU 2310-EXIT
               VARYING GDR-PX FROM 1 BY 1
               UNTIL GDR-PX > GDR-POP-CNT
           MOVE 0 TO GDR-REBUILT
           MOVE 0 TO GDR-REBUILT-CNT
           OPEN INPUT FIREXT-FILE
           IF NOT GDR-FIREXT-OK
               DISPLAY "GLDRILL - UNABLE TO OPEN FIREXT, STATUS="
                   GDR-FIREXT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO GDR-EOF-SW
           PERFORM 2400-CHECK-ONE-FIRE-REC THRU 2400-EXIT
               UNTIL GDR-EOF
           CLOSE FIREXT-FILE
           MOVE GDR-REBUILT-CNT TO GDR-CNT-TXT
           MOVE GDR-REBUILT TO GDR-BIG-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "  REBUILT FROM " GDR-CNT-TXT " RECORDS " GDR-BIG-TXT
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           IF GDR-REBUILT-CNT = 0
               MOVE SPACES TO GDR-OUT-LINE
               STRING "  NO CONTRIBUTING RECORD ON FIREXT - LINE CA"
                   "NNOT BE REBUILT, POSSIBLE MANUAL ALTERATION"
                   DELIMITED BY SIZE INTO GDR-OUT-LINE
               END-STRING
               WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
               MOVE "N" TO GDR-PROVEN-SW
               GO TO 2300-EXIT
           END-IF
           IF GDR-REBUILT = GDR-LINE-AMOUNT
               AND GDR-REG-TOTAL = GDR-LINE-AMOUNT
               MOVE "  PROVEN - THE RECORDS SUM TO GLJ-AMOUNT"
                   TO GDR-OUT-LINE
               WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO GDR-PROVEN-SW
           MOVE GDR-LINE-AMOUNT TO GDR-BIG2-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "  DOES NOT REBUILD - RECORDS " GDR-BIG-TXT
               " JOURNAL " GDR-BIG2-TXT
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           MOVE GDR-REG-TOTAL TO GDR-AMT2-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "    REGISTERED " GDR-AMT2-TXT
               " - POSSIBLE MANUAL ALTERATION"
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE.
       2300-EXIT.
           EXIT.
      *
       2310-LIST-ONE-POPULATION.
           MOVE GDR-POP-AMOUNT (GDR-PX) TO GDR-AMT-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "  FIREXT RUN " GDR-SCAN-RUN-DATE
               " POPULATION FILE-DATE " GDR-POP-FILE-DATE (GDR-PX)
               " CO-CD " GDR-POP-CO-CD (GDR-PX)
               " REGISTERED " GDR-AMT-TXT
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE.
       2310-EXIT.
           EXIT.
      *
      *> A RECORD CONTRIBUTES WHEN ITS STATE IS THE LINE'S AND ITS
      *> FILE-DATE/CO-CD IS ONE OF THE RUN'S POPULATIONS - FIRGLEXP'S
      *> OWN ROLL-UP KEYS.  PREM AND LOSS ARE SUMMED AS FIRGLEXP SUMS
      *> THEM, A NON-NUMERIC AMOUNT CONTRIBUTING NOTHING.
       2400-CHECK-ONE-FIRE-REC.
           READ FIREXT-FILE
               AT END
                   MOVE "Y" TO GDR-EOF-SW
                   GO TO 2400-EXIT
           END-READ
           ADD 1 TO GDR-FIREXT-READ-CNT
           IF WRITING-MIS-STATE OF FDW-FIRE-ALLOC-REC
                   NOT = GDR-TGT-STATE (GDR-TX)
               GO TO 2400-EXIT
           END-IF
           MOVE FILE-DATE OF FDW-FIRE-ALLOC-REC TO GDR-REC-FILE-DATE
           MOVE 0 TO GDR-POP-HIT
           PERFORM 2410-MATCH-ONE-POP THRU 2410-EXIT
               VARYING GDR-PX FROM 1 BY 1
               UNTIL GDR-PX > GDR-POP-CNT
           IF GDR-POP-HIT = 0
               GO TO 2400-EXIT
           END-IF
           MOVE 0 TO GDR-REC-PREM
           MOVE 0 TO GDR-REC-LOSS
           PERFORM 2420-SUM-ONE-PREM THRU 2420-EXIT
               VARYING GDR-AMT-IDX FROM 1 BY 1
               UNTIL GDR-AMT-IDX > 15
           PERFORM 2430-SUM-ONE-LOSS THRU 2430-EXIT
               VARYING GDR-AMT-IDX FROM 1 BY 1
               UNTIL GDR-AMT-IDX > 9
           ADD 1 TO GDR-REBUILT-CNT
           MOVE GDR-REC-PREM TO GDR-BIG-TXT
           MOVE GDR-REC-LOSS TO GDR-BIG2-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "    " GDR-REC-FILE-DATE
               " AGENT=" AGENT OF FDW-FIRE-ALLOC-REC
               " CO-CD=" CO-CD OF FDW-FIRE-ALLOC-REC
               " H-CODE=" H-CODE OF FDW-FIRE-ALLOC-REC
               " PREM=" GDR-BIG-TXT
               " LOSS=" GDR-BIG2-TXT
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
      *> A POPULATION EXPORTED TWICE ON ONE RUN DATE (A SAME-DAY
      *> RERUN) PUT THE RECORD INTO THE LINE ONCE PER EXPORT.
           IF GDR-POP-HIT > 1
               MOVE GDR-POP-HIT TO GDR-CNT-TXT
               MOVE SPACES TO GDR-OUT-LINE
               STRING "      EXPORTED " GDR-CNT-TXT
                   " TIMES ON THIS RUN DATE"
                   DELIMITED BY SIZE INTO GDR-OUT-LINE
               END-STRING
               WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
               MULTIPLY GDR-POP-HIT BY GDR-REC-PREM
               MULTIPLY GDR-POP-HIT BY GDR-REC-LOSS
           END-IF
           ADD GDR-REC-PREM TO GDR-REBUILT
           ADD GDR-REC-LOSS TO GDR-REBUILT.
       2400-EXIT.
           EXIT.
      *
       2410-MATCH-ONE-POP.
           IF GDR-POP-FILE-DATE (GDR-PX) = GDR-REC-FILE-DATE
               AND GDR-POP-CO-CD (GDR-PX)
                   = CO-CD OF FDW-FIRE-ALLOC-REC
               ADD 1 TO GDR-POP-HIT
           END-IF.
       2410-EXIT.
           EXIT.
      *
       2420-SUM-ONE-PREM.
           IF PAF-AMT-NUM(GDR-AMT-IDX) IS NUMERIC
               ADD PAF-AMT-NUM(GDR-AMT-IDX) TO GDR-REC-PREM
           END-IF.
       2420-EXIT.
           EXIT.
      *
       2430-SUM-ONE-LOSS.
           IF LAF-AMT-NUM(GDR-AMT-IDX) IS NUMERIC
               ADD LAF-AMT-NUM(GDR-AMT-IDX) TO GDR-REC-LOSS
           END-IF.
       2430-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-PROVE-ONE-REVERSAL - A REVERSING GROUP IS THE NEGATIVE  *
      *  OF THE SUPERSEDED RUN'S ROWS FOR THE STATE, WHICH THE        *
      *  REGISTER STILL HOLDS MARKED REVERSED.  THE RECORDS BEHIND    *
      *  THAT RUN WERE REPLACED BY THE CORRECTED RERUN, SO THE PROOF  *
      *  STOPS AT THE REGISTER; DRILL THE SUPERSEDED RUN'S OWN LINE   *
      *  AGAINST ITS RETAINED EXTRACT TO GO FURTHER.                  *
      ******************************************************************
       2500-PROVE-ONE-REVERSAL.
           MOVE GDR-REV-AMOUNT (GDR-RX) TO GDR-AMT-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "  REVERSING LINES FOR RUN " GDR-REV-OLD-DATE (GDR-RX)
               " AMOUNT " GDR-AMT-TXT
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           MOVE GDR-REV-OLD-DATE (GDR-RX) TO GDR-SCAN-RUN-DATE
           MOVE "R" TO GDR-SCAN-KIND
           PERFORM 2200-FIND-POPULATIONS THRU 2200-EXIT
           IF RETURN-CODE = 16
               GO TO 2500-EXIT
           END-IF
           PERFORM 2310-LIST-ONE-POPULATION THRU 2310-EXIT
               VARYING GDR-PX FROM 1 BY 1
               UNTIL GDR-PX > GDR-POP-CNT
           IF GDR-POP-CNT > 0
               AND GDR-REV-AMOUNT (GDR-RX) + GDR-REG-TOTAL = 0
               MOVE "  PROVEN - REVERSES THE REGISTERED ROWS EXACTLY"
                   TO GDR-OUT-LINE
               WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO GDR-PROVEN-SW
           MOVE SPACES TO GDR-OUT-LINE
           STRING "  DOES NOT MATCH THE REVERSED REGISTER ROWS "
               "- POSSIBLEMANUAL ALTERATION"
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE.
       2500-EXIT.
           EXIT.
      *
       3000-SUMMARIZE.
           IF NOT GDR-DRILLRPT-OPENED
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO GDR-OUT-LINE
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           MOVE GDR-DRILLED-CNT TO GDR-CNT-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "LINES DRILLED          " GDR-CNT-TXT
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           MOVE GDR-PROVEN-CNT TO GDR-CNT-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "LINES PROVEN           " GDR-CNT-TXT
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           MOVE GDR-FLAGGED-CNT TO GDR-CNT-TXT
           MOVE SPACES TO GDR-OUT-LINE
           STRING "LINES NOT REBUILT      " GDR-CNT-TXT
               DELIMITED BY SIZE INTO GDR-OUT-LINE
           END-STRING
           WRITE DRILLRPT-RECORD FROM GDR-OUT-LINE
           DISPLAY "GLDRILL - " GDR-DRILLED-CNT " LINES DRILLED, "
               GDR-PROVEN-CNT " PROVEN, " GDR-FLAGGED-CNT
               " NOT REBUILT"
           IF GDR-FLAGGED-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "GLDRILL " TO RNL-WS-PROGRAM
           MOVE GDR-FIREXT-READ-CNT TO RNL-WS-RECORDS-IN
           MOVE GDR-PROVEN-CNT      TO RNL-WS-RECORDS-OUT
           MOVE GDR-FLAGGED-CNT     TO RNL-WS-RECORDS-SUSP
           MOVE GDR-TGT-CNT         TO RNL-WS-TABLE-PEAK (1)
           MOVE GDR-POP-PEAK        TO RNL-WS-TABLE-PEAK (2)
           MOVE GDR-REV-PEAK        TO RNL-WS-TABLE-PEAK (3)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF GDR-DRILLRPT-OPENED
               CLOSE DRILLRPT-FILE
           END-IF.
