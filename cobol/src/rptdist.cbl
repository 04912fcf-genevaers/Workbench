      ******************************************************************
      **                                                              *
      **  PROGRAM      RPTDIST                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  REPORT SUBSCRIPTION AND DISTRIBUTION FROM     *
      **      THE REPORT REPOSITORY.  RPTSTORE FILES EVERY REPORT,    *
      **      BUT SOMEONE STILL HAS TO GO AND FIND IT WITH RPTVIEW.   *
      **      RUN AS THE STEP AFTER RPTSTORE: EVERY CATALOG ROW ON DD *
      **      RPTCAT NEWER THAN THE LAST ONE ON THE DISTRIBUTION LOG  *
      **      (DD DISTLOG, RPTDLREC) IS HELD AGAINST THE              *
      **      SUBSCRIPTION TABLE ON DD RPTSUB (RPTSUBREC), AND EACH   *
      **      SUBSCRIPTION THAT COVERS IT AND WHOSE CONDITION HOLDS   *
      **      IS DELIVERED - QUEUED TO A PRINT DESTINATION, COPIED TO *
      **      A DATASET, OR NOTIFIED TO A MAIL DISTRIBUTION LIST ON   *
      **      DD RPTMAIL IN THE SAME NOTICE LAYOUT (CCBALERT) THE     *
      **      MAIL STEP ALREADY DELIVERS FOR THE ALERT FILE.  THE     *
      **      RETURN-CODE CONDITION READS THE PRODUCING PROGRAM'S     *
      **      WORST RETURN CODE FOR THE REPORT'S RUN DATE OFF THE     *
      **      SUITE RUN LOG (DD RUNLOG).  EVERY DELIVERY, SKIP AND    *
      **      FAILURE IS LOGGED ON DISTLOG AND LISTED ON DD RPTDRPT;  *
      **      A REPORT NO SUBSCRIPTION COVERS IS FLAGGED ON BOTH, SO  *
      **      REPORTS NOBODY READS CAN BE RETIRED.                    *
      **                                                               *
      **      DD RPTDPRM (OPTIONAL, ONE CARD) - A CATALOG RUN DATE    *
      **      AND TIME (YYYYMMDDHHMMSSCC) TO DISTRIBUTE FROM INSTEAD  *
      **      OF THE LOG'S, FOR REDELIVERING A NIGHT.                 *
      **                                                               *
      **      RETURN-CODE 04 - A REPORT HAD NO SUBSCRIBER; 08 - A     *
      **      DELIVERY FAILED; 16 - RPTCAT, RPTSUB, DISTLOG OR        *
      **      RPTDRPT COULD NOT BE OPENED, OR A TABLE OVERFLOWED.     *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RPTDPRM-FILE ASSIGN TO "RPTDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPD-RPTDPRM-STATUS.
           SELECT RPTSUB-FILE   ASSIGN TO "RPTSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPD-RPTSUB-STATUS.
           SELECT OPTIONAL RPTCAT-FILE ASSIGN TO "RPTCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPD-RPTCAT-STATUS.
      *> OPTIONAL - CREATED BY THE FIRST DISTRIBUTION AND EXTENDED
      *> BY EVERY ONE AFTER.
           SELECT OPTIONAL DISTLOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPD-DISTLOG-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPD-RUNLOG-STATUS.
      *> ONE SELECT SERVES EVERY ARCHIVED COPY, AS IN RPTSTORE, AND
      *> ONE MORE SERVES EVERY PRINT QUEUE AND TARGET DATASET.
           SELECT RPTREPO-FILE  ASSIGN DYNAMIC RPD-REPO-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPD-RPTREPO-STATUS.
           SELECT OPTIONAL DLVOUT-FILE ASSIGN DYNAMIC RPD-DLV-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPD-DLVOUT-STATUS.
           SELECT OPTIONAL RPTMAIL-FILE ASSIGN TO "RPTMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPD-RPTMAIL-STATUS.
           SELECT RPTDRPT-FILE  ASSIGN TO "RPTDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPD-RPTDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RPTDPRM-FILE.
       01  RPTDPRM-RECORD.
           05  RPD-PARM-FROM-DATE          PIC X(08).
           05  RPD-PARM-FROM-DATE-N REDEFINES RPD-PARM-FROM-DATE
                                           PIC 9(08).
           05  RPD-PARM-FROM-TIME          PIC X(08).
           05  RPD-PARM-FROM-TIME-N REDEFINES RPD-PARM-FROM-TIME
                                           PIC 9(08).
       FD  RPTSUB-FILE.
       COPY RPTSUBREC.
       FD  RPTCAT-FILE.
       COPY RPTCREC.
       FD  DISTLOG-FILE.
       COPY RPTDLREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  RPTREPO-FILE.
       01  RPTREPO-RECORD                  PIC X(132).
       FD  DLVOUT-FILE.
       01  DLVOUT-RECORD                   PIC X(132).
       FD  RPTMAIL-FILE.
       COPY CCBALERT.
       FD  RPTDRPT-FILE.
       01  RPTDRPT-RECORD                  PIC X(132).
       WORKING-STORAGE SECTION.
      *> "05" IS OPTIONAL-FILE-CREATED - NO PARAMETER CARD, SO THE
      *> DISTRIBUTION PICKS UP WHERE THE LOG LEAVES OFF.
       01  RPD-RPTDPRM-STATUS              PIC XX.
           88  RPD-RPTDPRM-OK              VALUE "00" "05".
       01  RPD-RPTSUB-STATUS               PIC XX.
           88  RPD-RPTSUB-OK               VALUE "00".
       01  RPD-RPTCAT-STATUS               PIC XX.
           88  RPD-RPTCAT-OK               VALUE "00" "05".
       01  RPD-DISTLOG-STATUS              PIC XX.
           88  RPD-DISTLOG-OK              VALUE "00" "05".
      *> THE DISTRIBUTION LOG IS READ FOR ITS HIGH-WATER MARK, THEN
      *> REOPENED FOR EXTEND; WHETHER THE EXTEND OPEN IS STILL IN
      *> FORCE AT TERMINATION TIME IS TRACKED HERE INSTEAD OF BY
      *> RE-TESTING THE LIVE STATUS.
       01  RPD-DISTLOG-OPENED-SW           PIC X(01)       VALUE "N".
           88  RPD-DISTLOG-OPENED          VALUE "Y".
       01  RPD-RUNLOG-STATUS               PIC XX.
           88  RPD-RUNLOG-OK               VALUE "00" "05".
       01  RPD-RPTREPO-STATUS              PIC XX.
           88  RPD-RPTREPO-OK              VALUE "00".
       01  RPD-DLVOUT-STATUS               PIC XX.
           88  RPD-DLVOUT-OK               VALUE "00" "05".
       01  RPD-RPTMAIL-STATUS              PIC XX.
           88  RPD-RPTMAIL-OK              VALUE "00" "05".
      *> SAME REASONING AS RPD-DISTLOG-OPENED-SW ABOVE.
       01  RPD-RPTMAIL-OPENED-SW           PIC X(01)       VALUE "N".
           88  RPD-RPTMAIL-OPENED          VALUE "Y".
       01  RPD-RPTDRPT-STATUS              PIC XX.
           88  RPD-RPTDRPT-OK              VALUE "00".
      *> SAME REASONING AS RPD-DISTLOG-OPENED-SW ABOVE.
       01  RPD-RPTDRPT-OPENED-SW           PIC X(01)       VALUE "N".
           88  RPD-RPTDRPT-OPENED          VALUE "Y".
       01  RPD-EOF-SW                      PIC X(01)       VALUE "N".
           88  RPD-EOF                     VALUE "Y".
       01  RPD-COPY-EOF-SW                 PIC X(01)       VALUE "N".
           88  RPD-COPY-EOF                VALUE "Y".
      *> SET BY ANY FAILURE THAT LEAVES NOTHING SAFE TO DELIVER; THE
      *> DISTRIBUTION IS SKIPPED AND THE RUN ENDS WITH RETURN-CODE 16.
       01  RPD-HALT-SW                     PIC X(01)       VALUE "N".
           88  RPD-HALTED                  VALUE "Y".
      *> ------------------- RUN SETTINGS -----------------------------
       01  RPD-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  RPD-RUN-TIME                    PIC 9(08)       VALUE 0.
      *> THE CATALOG RUN DATE AND TIME OF THE LAST REPORT ALREADY
      *> DISTRIBUTED - FROM THE LOG, OR FROM THE PARAMETER CARD.
       01  RPD-HWM.
           05  RPD-HWM-DATE                PIC 9(08)       VALUE 0.
           05  RPD-HWM-TIME                PIC 9(08)       VALUE 0.
       01  RPD-HWM-FROM-PARM-SW            PIC X(01)       VALUE "N".
           88  RPD-HWM-FROM-PARM           VALUE "Y".
       01  RPD-ROW-STAMP.
           05  RPD-ROW-DATE                PIC 9(08).
           05  RPD-ROW-TIME                PIC 9(08).
      *> ------------------- SUBSCRIPTION TABLE -----------------------
       01  RPD-SUB-TAB.
           05  RPD-SUB-ENTRY               OCCURS 300 TIMES.
               10  RPD-SUB-PROGRAM         PIC X(08).
               10  RPD-SUB-RPT-TYPE        PIC X(08).
               10  RPD-SUB-RECIPIENT       PIC X(10).
               10  RPD-SUB-METHOD          PIC X(01).
                   88  RPD-SUB-BY-PRINT    VALUE "P".
                   88  RPD-SUB-BY-DATASET  VALUE "D".
                   88  RPD-SUB-BY-MAIL     VALUE "M".
               10  RPD-SUB-TARGET          PIC X(44).
               10  RPD-SUB-CONDITION       PIC X(01).
                   88  RPD-SUB-ALWAYS      VALUE "A".
                   88  RPD-SUB-WHEN-NONZERO
                                           VALUE "N".
                   88  RPD-SUB-WHEN-RC-ABOVE
                                           VALUE "R".
               10  RPD-SUB-RC-LEVEL        PIC 9(02).
       01  RPD-SUB-MAX                     PIC 9(03) COMP  VALUE 300.
       01  RPD-SUB-CNT                     PIC 9(03) COMP  VALUE 0.
       01  RPD-SX                          PIC 9(03) COMP  VALUE 0.
      *> ------------------- NEW-REPORT TABLE -------------------------
      *> THE CATALOG ROWS NEWER THAN THE HIGH-WATER MARK, IN CATALOG
      *> ORDER, EACH WITH THE WORST RETURN CODE ITS PRODUCING PROGRAM
      *> LOGGED ON THE REPORT'S RUN DATE (RPD-RPT-RC-FOUND "N" WHEN
      *> THE PROGRAM DID NOT LOG ONE).
       01  RPD-RPT-TAB.
           05  RPD-RPT-ENTRY               OCCURS 500 TIMES.
               10  RPD-RPT-PROGRAM         PIC X(08).
               10  RPD-RPT-TYPE            PIC X(08).
               10  RPD-RPT-RUN-DATE        PIC 9(08).
               10  RPD-RPT-RUN-TIME        PIC 9(08).
               10  RPD-RPT-DSN             PIC X(44).
               10  RPD-RPT-LINE-CNT        PIC 9(08).
               10  RPD-RPT-RC              PIC 9(02).
               10  RPD-RPT-RC-FOUND        PIC X(01).
       01  RPD-RPT-MAX                     PIC 9(03) COMP  VALUE 500.
       01  RPD-RPT-CNT                     PIC 9(03) COMP  VALUE 0.
       01  RPD-RX                          PIC 9(03) COMP  VALUE 0.
      *> ------------------- DELIVERY WORK AREA -----------------------
       01  RPD-REPO-DSN                    PIC X(44)       VALUE SPACES.
       01  RPD-DLV-DSN                     PIC X(44)       VALUE SPACES.
       01  RPD-MATCH-CNT                   PIC 9(03)       VALUE 0.
       01  RPD-DLV-LINE-CNT                PIC 9(08)       VALUE 0.
       01  RPD-OUTCOME                     PIC X(10)       VALUE SPACES.
           88  RPD-OUTCOME-DELIVERED       VALUE "DELIVERED".
           88  RPD-OUTCOME-SKIPPED         VALUE "SKIPPED".
           88  RPD-OUTCOME-FAILED          VALUE "FAILED".
           88  RPD-OUTCOME-UNSUBSCRIBED    VALUE "NO SUBSCR".
       01  RPD-REASON                      PIC X(40)       VALUE SPACES.
      *> ------------------- COUNTERS AND REPORT ----------------------
       01  RPD-DELIVERED-CNT               PIC 9(05)       VALUE 0.
       01  RPD-SKIPPED-CNT                 PIC 9(05)       VALUE 0.
       01  RPD-FAILED-CNT                  PIC 9(05)       VALUE 0.
       01  RPD-UNSUB-CNT                   PIC 9(05)       VALUE 0.
       01  RPD-LINES-TXT                   PIC ZZ,ZZZ,ZZ9.
       01  RPD-RC-TXT                      PIC Z9.
       01  RPD-OUT-LINE                    PIC X(132)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RPD-HALTED
               PERFORM 3000-DISTRIBUTE-ONE-REPORT THRU 3000-EXIT
                   VARYING RPD-RX FROM 1 BY 1
                   UNTIL RPD-RX > RPD-RPT-CNT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT RPD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPD-RUN-TIME FROM TIME
           OPEN OUTPUT RPTDRPT-FILE
           IF NOT RPD-RPTDRPT-OK
               DISPLAY "RPTDIST - UNABLE TO OPEN RPTDRPT, STATUS="
                   RPD-RPTDRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO RPD-RPTDRPT-OPENED-SW
           PERFORM 1100-READ-PARMS THRU 1100-EXIT
           OPEN INPUT RPTSUB-FILE
           IF NOT RPD-RPTSUB-OK
               DISPLAY "RPTDIST - UNABLE TO OPEN RPTSUB, STATUS="
                   RPD-RPTSUB-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "N" TO RPD-EOF-SW
           PERFORM 1200-LOAD-ONE-SUBSCRIPTION THRU 1200-EXIT
               UNTIL RPD-EOF
           CLOSE RPTSUB-FILE
           IF RPD-HALTED
               GO TO 1000-EXIT
           END-IF
           IF NOT RPD-HWM-FROM-PARM
               PERFORM 1300-FIND-HIGH-WATER THRU 1300-EXIT
           END-IF
           IF RPD-HALTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-LOAD-NEW-REPORTS THRU 1400-EXIT
           IF RPD-HALTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-LOAD-RETURN-CODES THRU 1500-EXIT
           OPEN EXTEND DISTLOG-FILE
           IF NOT RPD-DISTLOG-OK
               DISPLAY "RPTDIST - UNABLE TO EXTEND DISTLOG, STATUS="
                   RPD-DISTLOG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO RPD-DISTLOG-OPENED-SW
           OPEN EXTEND RPTMAIL-FILE
           IF RPD-RPTMAIL-OK
               MOVE "Y" TO RPD-RPTMAIL-OPENED-SW
           ELSE
               DISPLAY "RPTDIST - RPTMAIL NOT WRITABLE, STATUS="
                   RPD-RPTMAIL-STATUS " - MAIL DELIVERIES WILL FAIL"
           END-IF
           MOVE SPACES TO RPD-OUT-LINE
           STRING "RPTDIST - REPORT DISTRIBUTION, REPORTS CATALOGED "
               DELIMITED BY SIZE
               "AFTER " RPD-HWM-DATE "/" RPD-HWM-TIME
               DELIMITED BY SIZE
               INTO RPD-OUT-LINE
           END-STRING
           WRITE RPTDRPT-RECORD FROM RPD-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-READ-PARMS - ONE OPTIONAL CARD.  A NUMERIC DATE (AND    *
      *  TIME, ZERO WHEN BLANK) REPLACES THE LOG'S HIGH-WATER MARK.   *
      ******************************************************************
       1100-READ-PARMS.
           OPEN INPUT RPTDPRM-FILE
           IF NOT RPD-RPTDPRM-OK
               GO TO 1100-EXIT
           END-IF
           READ RPTDPRM-FILE
               AT END
                   CLOSE RPTDPRM-FILE
                   GO TO 1100-EXIT
           END-READ
           CLOSE RPTDPRM-FILE
           IF RPD-PARM-FROM-DATE IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF
           MOVE RPD-PARM-FROM-DATE-N TO RPD-HWM-DATE
           IF RPD-PARM-FROM-TIME IS NUMERIC
               MOVE RPD-PARM-FROM-TIME-N TO RPD-HWM-TIME
           END-IF
           MOVE "Y" TO RPD-HWM-FROM-PARM-SW.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-ONE-SUBSCRIPTION - A ROW WITH AN UNKNOWN METHOD OR *
      *  CONDITION IS REPORTED AND SKIPPED RATHER THAN GUESSED AT.    *
      ******************************************************************
       1200-LOAD-ONE-SUBSCRIPTION.
           READ RPTSUB-FILE
               AT END
                   MOVE "Y" TO RPD-EOF-SW
                   GO TO 1200-EXIT
           END-READ
           IF NOT RSB-BY-PRINT AND NOT RSB-BY-DATASET
               AND NOT RSB-BY-MAIL
               DISPLAY "RPTDIST - SUBSCRIPTION FOR " RSB-PROGRAM " "
                   RSB-RECIPIENT " HAS UNKNOWN METHOD '" RSB-METHOD
                   "', SKIPPED"
               GO TO 1200-EXIT
           END-IF
           IF NOT RSB-ALWAYS AND NOT RSB-WHEN-NONZERO
               AND NOT RSB-WHEN-RC-ABOVE
               DISPLAY "RPTDIST - SUBSCRIPTION FOR " RSB-PROGRAM " "
                   RSB-RECIPIENT " HAS UNKNOWN CONDITION '"
                   RSB-CONDITION "', SKIPPED"
               GO TO 1200-EXIT
           END-IF
           IF RSB-WHEN-RC-ABOVE AND RSB-RC-LEVEL IS NOT NUMERIC
               DISPLAY "RPTDIST - SUBSCRIPTION FOR " RSB-PROGRAM " "
                   RSB-RECIPIENT " HAS NO RETURN-CODE LEVEL, SKIPPED"
               GO TO 1200-EXIT
           END-IF
           IF RPD-SUB-CNT NOT < RPD-SUB-MAX
               DISPLAY "RPTDIST - MORE THAN " RPD-SUB-MAX
                   " SUBSCRIPTIONS ON RPTSUB"
               MOVE "Y" TO RPD-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO RPD-SUB-CNT
           MOVE RSB-PROGRAM   TO RPD-SUB-PROGRAM (RPD-SUB-CNT)
           MOVE RSB-RPT-TYPE  TO RPD-SUB-RPT-TYPE (RPD-SUB-CNT)
           MOVE RSB-RECIPIENT TO RPD-SUB-RECIPIENT (RPD-SUB-CNT)
           MOVE RSB-METHOD    TO RPD-SUB-METHOD (RPD-SUB-CNT)
           MOVE RSB-TARGET    TO RPD-SUB-TARGET (RPD-SUB-CNT)
           MOVE RSB-CONDITION TO RPD-SUB-CONDITION (RPD-SUB-CNT)
           MOVE 0 TO RPD-SUB-RC-LEVEL (RPD-SUB-CNT)
           IF RSB-WHEN-RC-ABOVE
               MOVE RSB-RC-LEVEL TO RPD-SUB-RC-LEVEL (RPD-SUB-CNT)
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-FIND-HIGH-WATER - THE LATEST CATALOG RUN DATE AND TIME  *
      *  ON THE DISTRIBUTION LOG.  NO LOG YET MEANS NOTHING HAS BEEN  *
      *  DISTRIBUTED, SO THE WHOLE CATALOG IS NEW.                    *
      ******************************************************************
       1300-FIND-HIGH-WATER.
           OPEN INPUT DISTLOG-FILE
           IF NOT RPD-DISTLOG-OK
               DISPLAY "RPTDIST - UNABLE TO OPEN DISTLOG, STATUS="
                   RPD-DISTLOG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO RPD-EOF-SW
           PERFORM 1310-READ-ONE-LOG-ROW THRU 1310-EXIT
               UNTIL RPD-EOF
           CLOSE DISTLOG-FILE.
       1300-EXIT.
           EXIT.
      *
       1310-READ-ONE-LOG-ROW.
           READ DISTLOG-FILE
               AT END
                   MOVE "Y" TO RPD-EOF-SW
                   GO TO 1310-EXIT
           END-READ
           MOVE RDL-RUN-DATE TO RPD-ROW-DATE
           MOVE RDL-RUN-TIME TO RPD-ROW-TIME
           IF RPD-ROW-STAMP > RPD-HWM
               MOVE RPD-ROW-STAMP TO RPD-HWM
           END-IF.
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1400-LOAD-NEW-REPORTS - EVERY ACTIVE CATALOG ROW CATALOGED   *
      *  AFTER THE HIGH-WATER MARK.  A ROW ALREADY PURGED IS PAST     *
      *  DELIVERING.                                                  *
      ******************************************************************
       1400-LOAD-NEW-REPORTS.
           OPEN INPUT RPTCAT-FILE
           IF NOT RPD-RPTCAT-OK
               DISPLAY "RPTDIST - UNABLE TO OPEN RPTCAT, STATUS="
                   RPD-RPTCAT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF
           MOVE "N" TO RPD-EOF-SW
           PERFORM 1410-READ-ONE-CATALOG-ROW THRU 1410-EXIT
               UNTIL RPD-EOF
           CLOSE RPTCAT-FILE.
       1400-EXIT.
           EXIT.
      *
       1410-READ-ONE-CATALOG-ROW.
           READ RPTCAT-FILE
               AT END
                   MOVE "Y" TO RPD-EOF-SW
                   GO TO 1410-EXIT
           END-READ
           IF NOT RPC-ACTIVE
               GO TO 1410-EXIT
           END-IF
           MOVE RPC-RUN-DATE TO RPD-ROW-DATE
           MOVE RPC-RUN-TIME TO RPD-ROW-TIME
           IF RPD-ROW-STAMP NOT > RPD-HWM
               GO TO 1410-EXIT
           END-IF
           IF RPD-RPT-CNT NOT < RPD-RPT-MAX
               DISPLAY "RPTDIST - MORE THAN " RPD-RPT-MAX
                   " NEW REPORTS ON RPTCAT"
               MOVE "Y" TO RPD-EOF-SW
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1410-EXIT
           END-IF
           ADD 1 TO RPD-RPT-CNT
           MOVE RPC-PROGRAM  TO RPD-RPT-PROGRAM (RPD-RPT-CNT)
           MOVE RPC-RPT-TYPE TO RPD-RPT-TYPE (RPD-RPT-CNT)
           MOVE RPC-RUN-DATE TO RPD-RPT-RUN-DATE (RPD-RPT-CNT)
           MOVE RPC-RUN-TIME TO RPD-RPT-RUN-TIME (RPD-RPT-CNT)
           MOVE RPC-DSN      TO RPD-RPT-DSN (RPD-RPT-CNT)
           MOVE RPC-LINE-CNT TO RPD-RPT-LINE-CNT (RPD-RPT-CNT)
           MOVE 0            TO RPD-RPT-RC (RPD-RPT-CNT)
           MOVE "N"          TO RPD-RPT-RC-FOUND (RPD-RPT-CNT).
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1500-LOAD-RETURN-CODES - THE WORST RNL-RETURN-CODE EACH NEW  *
      *  REPORT'S PROGRAM LOGGED ON THE REPORT'S RUN DATE, THE SAME   *
      *  RULE DEPCTL JUDGES A STEP BY.  NO RUN LOG LEAVES EVERY "R"   *
      *  SUBSCRIPTION UNMET.                                          *
      ******************************************************************
       1500-LOAD-RETURN-CODES.
           IF RPD-RPT-CNT = 0
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT RUNLOG-FILE
           IF NOT RPD-RUNLOG-OK
               DISPLAY "RPTDIST - RUNLOG NOT READABLE, STATUS="
                   RPD-RUNLOG-STATUS
               GO TO 1500-EXIT
           END-IF
           MOVE "N" TO RPD-EOF-SW
           PERFORM 1510-READ-ONE-RUN THRU 1510-EXIT
               UNTIL RPD-EOF
           CLOSE RUNLOG-FILE.
       1500-EXIT.
           EXIT.
      *
       1510-READ-ONE-RUN.
           READ RUNLOG-FILE
               AT END
                   MOVE "Y" TO RPD-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           IF RNL-RETURN-CODE IS NOT NUMERIC
               GO TO 1510-EXIT
           END-IF
           PERFORM 1520-POST-ONE-RC THRU 1520-EXIT
               VARYING RPD-RX FROM 1 BY 1
               UNTIL RPD-RX > RPD-RPT-CNT.
       1510-EXIT.
           EXIT.
      *
       1520-POST-ONE-RC.
           IF RPD-RPT-PROGRAM (RPD-RX) NOT = RNL-PROGRAM
               OR RPD-RPT-RUN-DATE (RPD-RX) NOT = RNL-RUN-DATE
               GO TO 1520-EXIT
           END-IF
           IF RPD-RPT-RC-FOUND (RPD-RX) = "N"
               OR RNL-RETURN-CODE > RPD-RPT-RC (RPD-RX)
               MOVE RNL-RETURN-CODE TO RPD-RPT-RC (RPD-RX)
           END-IF
           MOVE "Y" TO RPD-RPT-RC-FOUND (RPD-RX).
       1520-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO RPD-HALT-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-DISTRIBUTE-ONE-REPORT - EVERY SUBSCRIPTION COVERING THE *
      *  REPORT IS TRIED IN TABLE ORDER.  A REPORT NONE COVERS IS     *
      *  FLAGGED AND LOGGED SO IT CAN BE RETIRED.                     *
      ******************************************************************
       3000-DISTRIBUTE-ONE-REPORT.
           MOVE 0 TO RPD-MATCH-CNT
           PERFORM 3100-TRY-ONE-SUBSCRIPTION THRU 3100-EXIT
               VARYING RPD-SX FROM 1 BY 1
               UNTIL RPD-SX > RPD-SUB-CNT
           IF RPD-MATCH-CNT > 0
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO RPD-UNSUB-CNT
           SET RPD-OUTCOME-UNSUBSCRIBED TO TRUE
           MOVE "NO SUBSCRIPTION - CANDIDATE TO RETIRE" TO RPD-REASON
           MOVE 0 TO RPD-SX
           PERFORM 3500-LOG-ONE-OUTCOME THRU 3500-EXIT.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3100-TRY-ONE-SUBSCRIPTION - A BLANK SUBSCRIBED TYPE TAKES    *
      *  EVERY TYPE THE PROGRAM FILES.  A CONDITION THAT DOES NOT     *
      *  HOLD IS LOGGED AS SKIPPED, SO THE LOG SHOWS WHY A            *
      *  SUBSCRIBER GOT NOTHING.                                      *
      ******************************************************************
       3100-TRY-ONE-SUBSCRIPTION.
           IF RPD-SUB-PROGRAM (RPD-SX) NOT = RPD-RPT-PROGRAM (RPD-RX)
               GO TO 3100-EXIT
           END-IF
           IF RPD-SUB-RPT-TYPE (RPD-SX) NOT = SPACES
               AND RPD-SUB-RPT-TYPE (RPD-SX) NOT = RPD-RPT-TYPE (RPD-RX)
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO RPD-MATCH-CNT
           MOVE SPACES TO RPD-REASON
           IF RPD-SUB-WHEN-NONZERO (RPD-SX)
               AND RPD-RPT-LINE-CNT (RPD-RX) = 0
               MOVE "REPORT IS EMPTY" TO RPD-REASON
           END-IF
           IF RPD-SUB-WHEN-RC-ABOVE (RPD-SX)
               IF RPD-RPT-RC-FOUND (RPD-RX) = "N"
                   MOVE "PRODUCING STEP NOT ON THE RUN LOG"
                       TO RPD-REASON
               ELSE
                   IF RPD-RPT-RC (RPD-RX)
                       NOT > RPD-SUB-RC-LEVEL (RPD-SX)
                       MOVE RPD-RPT-RC (RPD-RX) TO RPD-RC-TXT
                       STRING "RETURN CODE" RPD-RC-TXT
                           DELIMITED BY SIZE
                           " NOT ABOVE THE LEVEL" DELIMITED BY SIZE
                           INTO RPD-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF
           IF RPD-REASON NOT = SPACES
               SET RPD-OUTCOME-SKIPPED TO TRUE
               ADD 1 TO RPD-SKIPPED-CNT
               PERFORM 3500-LOG-ONE-OUTCOME THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF
           IF RPD-SUB-BY-MAIL (RPD-SX)
               PERFORM 3300-MAIL-ONE-NOTICE THRU 3300-EXIT
           ELSE
               PERFORM 3200-COPY-ONE-REPORT THRU 3200-EXIT
           END-IF
           IF RPD-OUTCOME-DELIVERED
               ADD 1 TO RPD-DELIVERED-CNT
           ELSE
               ADD 1 TO RPD-FAILED-CNT
           END-IF
           PERFORM 3500-LOG-ONE-OUTCOME THRU 3500-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3200-COPY-ONE-REPORT - PRINT QUEUES THE REPORT ON THE        *
      *  DESTINATION'S SPOOL DATASET BEHIND A BANNER NAMING THE       *
      *  RECIPIENT; DATASET REPLACES THE TARGET WITH A FRESH COPY.    *
      ******************************************************************
       3200-COPY-ONE-REPORT.
           SET RPD-OUTCOME-FAILED TO TRUE
           MOVE RPD-RPT-DSN (RPD-RX) TO RPD-REPO-DSN
           OPEN INPUT RPTREPO-FILE
           IF NOT RPD-RPTREPO-OK
               MOVE "ARCHIVED COPY NOT READABLE" TO RPD-REASON
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO RPD-DLV-DSN
           IF RPD-SUB-BY-PRINT (RPD-SX)
               STRING "RPTPRINT." DELIMITED BY SIZE
                   RPD-SUB-TARGET (RPD-SX) DELIMITED BY SPACE
                   INTO RPD-DLV-DSN
               END-STRING
               OPEN EXTEND DLVOUT-FILE
           ELSE
               MOVE RPD-SUB-TARGET (RPD-SX) TO RPD-DLV-DSN
               OPEN OUTPUT DLVOUT-FILE
           END-IF
           IF NOT RPD-DLVOUT-OK
               CLOSE RPTREPO-FILE
               MOVE "TARGET NOT WRITABLE, STATUS " TO RPD-REASON
               MOVE RPD-DLVOUT-STATUS TO RPD-REASON (29:2)
               GO TO 3200-EXIT
           END-IF
           IF RPD-SUB-BY-PRINT (RPD-SX)
               MOVE SPACES TO DLVOUT-RECORD
               STRING "*** DELIVER TO " DELIMITED BY SIZE
                   RPD-SUB-RECIPIENT (RPD-SX) DELIMITED BY SPACE
                   " - " RPD-RPT-PROGRAM (RPD-RX) DELIMITED BY SIZE
                   " " RPD-RPT-TYPE (RPD-RX) DELIMITED BY SIZE
                   " " RPD-RPT-RUN-DATE (RPD-RX) DELIMITED BY SIZE
                   " " RPD-RPT-RUN-TIME (RPD-RX) DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO DLVOUT-RECORD
               END-STRING
               WRITE DLVOUT-RECORD
           END-IF
           MOVE 0 TO RPD-DLV-LINE-CNT
           MOVE "N" TO RPD-COPY-EOF-SW
           PERFORM 3210-COPY-ONE-LINE THRU 3210-EXIT
               UNTIL RPD-COPY-EOF
           CLOSE RPTREPO-FILE
           CLOSE DLVOUT-FILE
           SET RPD-OUTCOME-DELIVERED TO TRUE.
       3200-EXIT.
           EXIT.
      *
       3210-COPY-ONE-LINE.
           READ RPTREPO-FILE
               AT END
                   MOVE "Y" TO RPD-COPY-EOF-SW
                   GO TO 3210-EXIT
           END-READ
           WRITE DLVOUT-RECORD FROM RPTREPO-RECORD
           ADD 1 TO RPD-DLV-LINE-CNT.
       3210-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3300-MAIL-ONE-NOTICE - ONE NOTICE PER SUBSCRIBER, IN THE     *
      *  CCBALERT LAYOUT THE MAIL STEP DELIVERS, NAMING THE ARCHIVED  *
      *  DATASET RATHER THAN CARRYING THE REPORT ITSELF.              *
      ******************************************************************
       3300-MAIL-ONE-NOTICE.
           IF NOT RPD-RPTMAIL-OPENED
               SET RPD-OUTCOME-FAILED TO TRUE
               MOVE "RPTMAIL NOT WRITABLE" TO RPD-REASON
               GO TO 3300-EXIT
           END-IF
           MOVE RPD-RUN-DATE              TO CAL-ALERT-DATE
           MOVE RPD-RUN-TIME              TO CAL-ALERT-TIME
           MOVE "REPORT"                  TO CAL-SEVERITY
           MOVE RPD-SUB-RECIPIENT (RPD-SX) TO CAL-RECIPIENT-ANALYST
           MOVE RPD-SUB-TARGET (RPD-SX)   TO CAL-OPS-DIST-LIST
           MOVE SPACES                    TO CAL-SOURCE-COPYBOOK
           STRING RPD-RPT-PROGRAM (RPD-RX) DELIMITED BY SPACE
               " " RPD-RPT-TYPE (RPD-RX) DELIMITED BY SIZE
               INTO CAL-SOURCE-COPYBOOK
           END-STRING
           MOVE RPD-RPT-LINE-CNT (RPD-RX) TO RPD-LINES-TXT
           MOVE SPACES                    TO CAL-DETAIL-TEXT
           STRING "REPORT READY IN " DELIMITED BY SIZE
               RPD-RPT-DSN (RPD-RX) DELIMITED BY SPACE
               " -" RPD-LINES-TXT " LINES" DELIMITED BY SIZE
               INTO CAL-DETAIL-TEXT
           END-STRING
           WRITE ALERT-NOTICE-RECORD
           SET RPD-OUTCOME-DELIVERED TO TRUE.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3500-LOG-ONE-OUTCOME - ONE DISTLOG ROW AND ONE RPTDRPT LINE. *
      *  RPD-SX OF ZERO IS THE UNSUBSCRIBED REPORT'S ROW, WHICH       *
      *  CARRIES NO RECIPIENT, METHOD OR TARGET.                      *
      ******************************************************************
       3500-LOG-ONE-OUTCOME.
           MOVE RPD-RUN-DATE              TO RDL-DIST-DATE
           MOVE RPD-RUN-TIME              TO RDL-DIST-TIME
           MOVE RPD-RPT-PROGRAM (RPD-RX)  TO RDL-PROGRAM
           MOVE RPD-RPT-TYPE (RPD-RX)     TO RDL-RPT-TYPE
           MOVE RPD-RPT-RUN-DATE (RPD-RX) TO RDL-RUN-DATE
           MOVE RPD-RPT-RUN-TIME (RPD-RX) TO RDL-RUN-TIME
           MOVE RPD-RPT-DSN (RPD-RX)      TO RDL-DSN
           MOVE RPD-OUTCOME               TO RDL-OUTCOME
           IF RPD-SX = 0
               MOVE SPACES TO RDL-RECIPIENT
               MOVE SPACES TO RDL-METHOD
               MOVE SPACES TO RDL-TARGET
           ELSE
               MOVE RPD-SUB-RECIPIENT (RPD-SX) TO RDL-RECIPIENT
               MOVE RPD-SUB-METHOD (RPD-SX)    TO RDL-METHOD
               MOVE RPD-SUB-TARGET (RPD-SX)    TO RDL-TARGET
           END-IF
           WRITE REPORT-DISTRIBUTION-RECORD
           MOVE SPACES TO RPD-OUT-LINE
           STRING RPD-OUTCOME DELIMITED BY SIZE
               " " RDL-PROGRAM " " RDL-RPT-TYPE DELIMITED BY SIZE
               " " RDL-RUN-DATE "/" RDL-RUN-TIME DELIMITED BY SIZE
               " " RDL-RECIPIENT " " RDL-METHOD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RDL-TARGET DELIMITED BY SPACE
               " " RPD-REASON DELIMITED BY SIZE
               INTO RPD-OUT-LINE
           END-STRING
           WRITE RPTDRPT-RECORD FROM RPD-OUT-LINE.
       3500-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF RPD-HALTED
               GO TO 4000-EXIT
           END-IF
           DISPLAY "RPTDIST - " RPD-RPT-CNT " NEW REPORTS, "
               RPD-DELIVERED-CNT " DELIVERED, " RPD-SKIPPED-CNT
               " SKIPPED, " RPD-FAILED-CNT " FAILED, " RPD-UNSUB-CNT
               " WITH NO SUBSCRIBER"
           IF RPD-UNSUB-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RPD-FAILED-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF RPD-DISTLOG-OPENED
               CLOSE DISTLOG-FILE
           END-IF
           IF RPD-RPTMAIL-OPENED
               CLOSE RPTMAIL-FILE
           END-IF
           IF RPD-RPTDRPT-OPENED
               CLOSE RPTDRPT-FILE
           END-IF.
