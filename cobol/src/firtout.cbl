      **                   FIRTOUT/TOLERANCE ROW) FIRST, FALLING      *
      **                   BACK TO THE TOUTPRM CARD - THE VALUE       *
      **                   PARMVAL PROVED IS THE VALUE THE RUN USES.  *
      **  2026/10/15 DAO   CARRY THE STATE, PER-STATE COMBINATION AND *
      **                   GL CONTROL TABLES' PEAK FILL ON THE RUN-   *
      **                   CONTROL RECORD FOR CAPMON.                 *
      **  2026/10/15 DAO   TAKE ONLY THE PARMLIB ROW IN FORCE ON THE  *
      **                   RUN DATE - THE LIBRARY NOW CARRIES         *
      **                   EFFECTIVE-DATED WINDOWS (PARMMNT), CLOSED  *
      **                   AND SCHEDULED ONES INCLUDED.               *
      **  2026/10/15 DAO   TOTAL GRP3-COMS-EXPNS-AMT BY STATE AND     *
      **                   WRITE THE STATE CONTROL ROWS (FIRTCTL) TO  *
      **                   DD TOUTCTL FOR THE COMMISSION STATEMENT    *
      **                   STEP TO TIE BACK TO.                       *
      **  2026/10/15 DAO   CARRY EACH STATE'S TIE STATUS (TIED, OVER  *
      **                   THRESHOLD, NO GL CONTROL) ON ITS CONTROL   *
      **                   ROW FOR THE FIRPCTL PERIOD CLOSE PROOF.    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FTO-PARMLIB-STATUS.
      *> THE STATE CONTROL ROWS FIRCOMM TIES ITS COMMISSION
      *> STATEMENTS BACK TO.  A RUN THAT CANNOT OPEN IT STILL WRITES
      *> THE TIE-OUT REPORT.
           SELECT TOUTCTL-FILE  ASSIGN TO "TOUTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FTO-TOUTCTL-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
       01  PARM-RECORD                      PIC 9(09)V99.
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  TOUTCTL-FILE.
       COPY FIRTCTL.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  CCBALERT-FILE.
       01  FTO-GLCTL-OPENED-SW              PIC X(01)      VALUE "N".
           88  FTO-GLCTL-OPENED             VALUE "Y".
       01  FTO-TOUTRPT-STATUS               PIC XX.
       01  FTO-TOUTCTL-STATUS               PIC XX.
           88  FTO-TOUTCTL-OK               VALUE "00".
       01  FTO-PARM-STATUS                  PIC XX.
           88  FTO-PARM-OK                  VALUE "00".
       01  FTO-PARMLIB-STATUS               PIC XX.
           88  FTO-PARMLIB-EOF              VALUE "Y".
       01  FTO-LIB-FOUND-SW                 PIC X(01)      VALUE "N".
           88  FTO-LIB-FOUND                VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  FTO-LIB-RUN-DATE                 PIC 9(08)      VALUE 0.
      *> THE LIBRARY VALUE IS CHARACTER DATA - THE REDEFINES READS IT
      *> AS THE SAME NINE-DIGIT-DOT-TWO SHAPE THE TOUTPRM CARD USES.
       01  FTO-LIB-AMOUNT-X                 PIC X(11).
                                                   COMP-3.
               10  FTO-STATE-LOSS-TOTAL     PIC S9(15)V99
                                                   COMP-3.
               10  FTO-STATE-GRP3-TOTAL     PIC S9(15)V99
                                                   COMP-3.
               10  FTO-STATE-REC-CNT        PIC 9(09).
               10  FTO-STATE-TIE-STATUS     PIC X(01).
               10  FTO-COMBO-TOP            PIC 9(03).
               10  FTO-COMBO-ENTRY OCCURS 100 TIMES.
                   15  FTO-COMBO-AGENT      PIC X(04).
       01  FTO-STATE-TOP                    PIC 9(02)      VALUE 0.
       01  FTO-STATE-IDX                    PIC 9(02).
       01  FTO-COMBO-IDX                    PIC 9(03).
      *> THE MOST COMBINATIONS ANY ONE STATE HELD - FOR THE RUN LOG.
       01  FTO-COMBO-PEAK                   PIC 9(03)      VALUE 0.
       01  FTO-FOUND-SW                     PIC X(01).
           88  FTO-FOUND                    VALUE "Y".
       01  FTO-STATE-OVERFLOW-CNT           PIC 9(04)      VALUE 0.
       01  FTO-VARIANCE                     PIC S9(16)V99.
       01  FTO-ABS-VARIANCE                 PIC S9(16)V99.
       01  FTO-TOTAL-RECS                   PIC 9(08)      VALUE 0.
      *> THE FIRST RECORD'S FILE-DATE, CARRIED ON THE CONTROL ROWS.
       01  FTO-FILE-DATE                    PIC 9(08)      VALUE 0.
       01  FTO-GRP3-TOTAL                   PIC S9(16)V99  VALUE 0.
       01  FTO-GRP3-TXT                     PIC -9(15).99.
       01  FTO-FLAGGED-CNT                  PIC 9(08)      VALUE 0.
       01  FTO-PREM-TXT                     PIC -9(15).99.
       01  FTO-LOSS-TXT                     PIC -9(15).99.
      *  VALUE THE RUN USES.                                          *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           ACCEPT FTO-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT FTO-PARMLIB-OK
               GO TO 1050-EXIT
               OR PRM-PARM-NAME NOT = "TOLERANCE"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > FTO-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < FTO-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           MOVE PRM-PARM-VALUE(1:11) TO FTO-LIB-AMOUNT-X
           IF FTO-LIB-AMOUNT NOT NUMERIC
               DISPLAY "FIRTOUT - PARMLIB TOLERANCE IS NOT NUMERIC "
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO FTO-TOTAL-RECS
           IF FTO-TOTAL-RECS = 1 AND FILE-DATE IS NUMERIC
               MOVE FILE-DATE TO FTO-FILE-DATE
           END-IF
           PERFORM 2100-SUM-PREM-FIELDS THRU 2100-EXIT
           PERFORM 2200-SUM-LOSS-FIELDS THRU 2200-EXIT
           PERFORM 2300-FIND-OR-ADD-STATE THRU 2300-EXIT
                   MOVE WRITING-MIS-STATE TO FTO-STATE-CD(FTO-STATE-IDX)
                   MOVE 0 TO FTO-STATE-PREM-TOTAL(FTO-STATE-IDX)
                   MOVE 0 TO FTO-STATE-LOSS-TOTAL(FTO-STATE-IDX)
                   MOVE 0 TO FTO-STATE-GRP3-TOTAL(FTO-STATE-IDX)
                   MOVE 0 TO FTO-STATE-REC-CNT(FTO-STATE-IDX)
                   MOVE "N" TO FTO-STATE-TIE-STATUS(FTO-STATE-IDX)
                   MOVE 0 TO FTO-COMBO-TOP(FTO-STATE-IDX)
               ELSE
                   ADD 1 TO FTO-STATE-OVERFLOW-CNT
           ADD FTO-REC-PREM-TOTAL
               TO FTO-STATE-PREM-TOTAL(FTO-STATE-IDX)
           ADD FTO-REC-LOSS-TOTAL
               TO FTO-STATE-LOSS-TOTAL(FTO-STATE-IDX)
           ADD PAF-AMT-NUM(3)
               TO FTO-STATE-GRP3-TOTAL(FTO-STATE-IDX)
           ADD 1 TO FTO-STATE-REC-CNT(FTO-STATE-IDX).
       2300-EXIT.
           EXIT.
      *
           PERFORM 3100-WRITE-ONE-STATE THRU 3100-EXIT
               VARYING FTO-STATE-IDX FROM 1 BY 1
               UNTIL FTO-STATE-IDX > FTO-STATE-TOP
           PERFORM 3200-WRITE-CONTROL-ROWS THRU 3200-EXIT
           DISPLAY "FIRTOUT - " FTO-TOTAL-RECS " RECORDS, "
               FTO-STATE-TOP " STATES, " FTO-FLAGGED-CNT
               " OVER THRESHOLD"
               ELSE
                   MOVE FTO-VARIANCE TO FTO-ABS-VARIANCE
               END-IF
               MOVE "T" TO FTO-STATE-TIE-STATUS(FTO-STATE-IDX)
               MOVE FTO-GLCTL-AMOUNT(FTO-GLCTL-IDX) TO FTO-GLCTL-TXT
               MOVE FTO-VARIANCE TO FTO-VARIANCE-TXT
               STRING "STATE=" FTO-STATE-CD(FTO-STATE-IDX)
               WRITE TOUTRPT-RECORD FROM FTO-OUT-LINE
               IF FTO-ABS-VARIANCE > FTO-THRESHOLD
                   ADD 1 TO FTO-FLAGGED-CNT
                   MOVE "V" TO FTO-STATE-TIE-STATUS(FTO-STATE-IDX)
                   MOVE "  *** VARIANCE EXCEEDS THRESHOLD ***"
                       TO TOUTRPT-RECORD
                   WRITE TOUTRPT-RECORD
               END-IF
           ELSE
               ADD 1 TO FTO-FLAGGED-CNT
               MOVE "N" TO FTO-STATE-TIE-STATUS(FTO-STATE-IDX)
               STRING "STATE=" FTO-STATE-CD(FTO-STATE-IDX)
                   DELIMITED BY SIZE
                   " PREM=" FTO-PREM-TXT DELIMITED BY SIZE
           WRITE TOUTRPT-RECORD FROM FTO-OUT-LINE.
       3120-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3200-WRITE-CONTROL-ROWS - THE GRP3-COMS-EXPNS-AMT TOTAL LINE  *
      *  ON THE REPORT, AND ONE FIRTCTL ROW PER STATE ON DD TOUTCTL.   *
      ******************************************************************
       3200-WRITE-CONTROL-ROWS.
           MOVE 0 TO FTO-GRP3-TOTAL
           PERFORM 3210-ADD-ONE-STATE-GRP3 THRU 3210-EXIT
               VARYING FTO-STATE-IDX FROM 1 BY 1
               UNTIL FTO-STATE-IDX > FTO-STATE-TOP
           MOVE FTO-GRP3-TOTAL TO FTO-GRP3-TXT
           MOVE SPACES TO FTO-OUT-LINE
           STRING "GRP3-COMS-EXPNS-AMT TOTAL=" FTO-GRP3-TXT
               DELIMITED BY SIZE INTO FTO-OUT-LINE
           END-STRING
           WRITE TOUTRPT-RECORD FROM FTO-OUT-LINE
           OPEN OUTPUT TOUTCTL-FILE
           IF NOT FTO-TOUTCTL-OK
               DISPLAY "FIRTOUT - UNABLE TO OPEN TOUTCTL, STATUS="
                   FTO-TOUTCTL-STATUS " - NO CONTROL ROWS WRITTEN"
               GO TO 3200-EXIT
           END-IF
           PERFORM 3220-WRITE-ONE-CONTROL-ROW THRU 3220-EXIT
               VARYING FTO-STATE-IDX FROM 1 BY 1
               UNTIL FTO-STATE-IDX > FTO-STATE-TOP
           CLOSE TOUTCTL-FILE.
       3200-EXIT.
           EXIT.
      *
       3210-ADD-ONE-STATE-GRP3.
           ADD FTO-STATE-GRP3-TOTAL(FTO-STATE-IDX) TO FTO-GRP3-TOTAL.
       3210-EXIT.
           EXIT.
      *
       3220-WRITE-ONE-CONTROL-ROW.
           MOVE FTO-FILE-DATE TO FTC-FILE-DATE
           MOVE FTO-STATE-CD(FTO-STATE-IDX) TO FTC-STATE
           MOVE FTO-STATE-REC-CNT(FTO-STATE-IDX) TO FTC-RECORD-CNT
           MOVE FTO-STATE-GRP3-TOTAL(FTO-STATE-IDX)
               TO FTC-GRP3-COMS-TOTAL
           MOVE FTO-STATE-TIE-STATUS(FTO-STATE-IDX) TO FTC-TIE-STATUS
           WRITE FIRTOUT-CONTROL-RECORD.
       3220-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRTOUT " TO RNL-WS-PROGRAM
           MOVE FTO-TOTAL-RECS TO RNL-WS-RECORDS-IN
           COMPUTE RNL-WS-TABLE-PEAK (1) =
               FTO-STATE-TOP + FTO-STATE-OVERFLOW-CNT
           MOVE 0 TO FTO-COMBO-PEAK
           PERFORM 8510-FIND-COMBO-PEAK THRU 8510-EXIT
               VARYING FTO-STATE-IDX FROM 1 BY 1
               UNTIL FTO-STATE-IDX > FTO-STATE-TOP
           MOVE FTO-COMBO-PEAK TO RNL-WS-TABLE-PEAK (2)
           COMPUTE RNL-WS-TABLE-PEAK (3) =
               FTO-GLCTL-TOP + FTO-GLCTL-OVERFLOW-CNT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
       8510-FIND-COMBO-PEAK.
           IF FTO-COMBO-TOP(FTO-STATE-IDX) > FTO-COMBO-PEAK
               MOVE FTO-COMBO-TOP(FTO-STATE-IDX) TO FTO-COMBO-PEAK
           END-IF.
       8510-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
