      **                   LOADED TABLE, OR THE RUN ENDS WITH         *
      **                   RETURN-CODE 16 BEFORE A SINGLE RECORD IS   *
      **                   ALLOCATED.                                  *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   CARRYING THE FACTOR TABLE'S PEAK FILL AND  *
      **                   THE MOST ENTITIES ANY ONE KEY CALLED FOR,  *
      **                   FOR CAPMON.                                *
      **  2026/10/15 DAO   REFUSE A PRODUCTION RUN CARRYING ANY       *
      **                   FILE-DATE WHOSE PERIOD FIRPCTL HAS CLOSED  *
      **                   (PCTLWS/PCTLCK) - RETURN-CODE 16 BEFORE    *
      **                   ANY OUTPUT IS OPENED.                      *
      **  2026/10/15 DAO   WRITE A RUN STAMP TO DD ALOCCTL (FIRACTL) - *
      **                   RUN ID, MODE, FILE-DATE RANGE, COUNTS AND   *
      **                   THE SIX AMOUNT TOTALS - SO FIRLEDG CAN      *
      **                   PROVE AND POST THE ALOCOUT IT DESCRIBES.    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ALOCOUT-FILE  ASSIGN TO "ALOCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALC-ALOCOUT-STATUS.
           SELECT ALOCCTL-FILE  ASSIGN TO "ALOCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALC-ALOCCTL-STATUS.
           SELECT ALOCEXCP-FILE ASSIGN TO "ALOCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALC-ALOCEXCP-STATUS.
           SELECT OPTIONAL ALOCPRM-FILE ASSIGN TO "ALOCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALC-ALOCPRM-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
      *> OPTIONAL - THE FIRE PERIOD CONTROL FILE - SEE PCTLWS.cpy.
           SELECT OPTIONAL FIRPCTL-FILE ASSIGN TO "FIRPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCK-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIRGOOD-FILE.
       COPY ALOCFACT.
       FD  ALOCOUT-FILE.
       COPY FIRAOUT.
       FD  ALOCCTL-FILE.
       COPY FIRACTL.
       FD  ALOCEXCP-FILE.
       01  ALOCEXCP-RECORD                 PIC X(100).
       FD  FACTCERT-FILE.
           05  ALC-PARM-MODE               PIC X(01).
       FD  ALOCPRF-FILE.
       01  ALOCPRF-RECORD                  PIC X(80).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  FIRPCTL-FILE.
       COPY FIRPCREC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED FIRE PERIOD LOCK WORK FIELDS - SEE PCTLWS.cpy.
       COPY PCTLWS.
       01  ALC-FIRGOOD-STATUS              PIC XX.
           88  ALC-FIRGOOD-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES ALC-FIRGOOD-STATUS TO "10",
           88  ALC-ALOCFACT-OPENED         VALUE "Y".
       01  ALC-ALOCOUT-STATUS              PIC XX.
       01  ALC-ALOCEXCP-STATUS             PIC XX.
       01  ALC-ALOCCTL-STATUS              PIC XX.
      *> SAME REASONING AS ALC-FIRGOOD-OPENED-SW ABOVE.
       01  ALC-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  ALC-OUTPUTS-OPENED          VALUE "Y".
               10  ALC-ENT-REMAINDER        PIC S9V9(08)  COMP-3.
               10  ALC-ENT-BUMPED-SW        PIC X(01).
       01  ALC-ENT-TOP                     PIC 9(02)       VALUE 0.
      *> HOW MANY ENTITIES THE CURRENT KEY CALLED FOR, AND THE MOST ANY
      *> KEY HAS CALLED FOR THIS RUN - PAST 20 THE EXTRAS ARE DROPPED.
       01  ALC-ENT-WANT                    PIC 9(04)       VALUE 0.
       01  ALC-ENT-PEAK                    PIC 9(04)       VALUE 0.
       01  ALC-ENT-IDX                     PIC 9(02).
       01  ALC-FACTOR-SUM                  PIC 9(02)V9(06) VALUE 0.
       01  ALC-AMT-IDX                     PIC 9(01).
       01  ALC-ALLOCATED-CNT               PIC 9(08)       VALUE 0.
       01  ALC-EXCP-CNT                    PIC 9(08)       VALUE 0.
       01  ALC-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> ------------------------ RUN STAMP ----------------------------
      *> THE FILE-DATE RANGE, ROW COUNT AND AMOUNT TOTALS OF WHAT WAS
      *> WRITTEN TO ALOCOUT, FOR THE ALOCCTL STAMP.
       01  ALC-LOW-FILE-DATE               PIC 9(08)       VALUE 0.
       01  ALC-HIGH-FILE-DATE              PIC 9(08)       VALUE 0.
       01  ALC-REC-FILE-DATE               PIC 9(08)       VALUE 0.
       01  ALC-OUT-ROW-CNT                 PIC 9(09)       VALUE 0.
       01  ALC-OUT-TOTAL-TAB.
           05  ALC-OUT-TOTAL               OCCURS 6 TIMES
                                           PIC S9(15)V99 COMP-3.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-READ-MODE-PARM THRU 0100-EXIT
           PERFORM 0200-PROVE-PERIOD-OPEN THRU 0200-EXIT
           IF PCK-WS-REFUSED
               MOVE 16 TO RETURN-CODE
               PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-FACTOR-TABLE THRU 1100-EXIT
               UNTIL ALC-FACT-EOF
           PERFORM 2000-ALLOCATE-ONE-RECORD THRU 2000-EXIT
               UNTIL ALC-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           CLOSE ALOCPRM-FILE.
       0100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  0200-PROVE-PERIOD-OPEN - A PRE-PASS OF FIRGOOD JUDGING EVERY  *
      *  FILE-DATE AGAINST THE CLOSED PERIODS, SO A CLOSED PERIOD IS   *
      *  REFUSED BEFORE ALOCOUT IS EVEN OPENED.  A WHAT-IF RUN WRITES  *
      *  NOTHING THAT IS FILED AND IS NOT HELD TO THE LOCK.  AN        *
      *  UNOPENABLE FIRGOOD IS LEFT FOR 1000-INITIALIZE TO REPORT.     *
      ******************************************************************
       0200-PROVE-PERIOD-OPEN.
           IF ALC-WHATIF-MODE
               GO TO 0200-EXIT
           END-IF
           MOVE "FIRALLOC" TO PCK-WS-PROGRAM
           PERFORM 7500-LOAD-PERIOD-CONTROL THRU 7500-EXIT
           IF PCK-WS-REFUSED
               GO TO 0200-EXIT
           END-IF
           OPEN INPUT FIRGOOD-FILE
           IF NOT ALC-FIRGOOD-OK
               GO TO 0200-EXIT
           END-IF
           PERFORM 0210-CHECK-ONE-RECORD THRU 0210-EXIT
               UNTIL ALC-EOF OR PCK-WS-REFUSED
           CLOSE FIRGOOD-FILE
           MOVE "N" TO ALC-EOF-SW.
       0200-EXIT.
           EXIT.
      *
       0210-CHECK-ONE-RECORD.
           READ FIRGOOD-FILE
               AT END
                   MOVE "Y" TO ALC-EOF-SW
                   GO TO 0210-EXIT
           END-READ
           MOVE FILE-DATE TO PCK-WS-FILE-DATE-X
           PERFORM 7550-CHECK-PERIOD THRU 7550-EXIT.
       0210-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           OPEN INPUT  FIRGOOD-FILE
           OPEN OUTPUT ALOCOUT-FILE
           OPEN OUTPUT ALOCEXCP-FILE
           OPEN OUTPUT ALOCPRF-FILE
           OPEN OUTPUT ALOCCTL-FILE
           MOVE "Y" TO ALC-OUTPUTS-OPENED-SW
           MOVE 0 TO ALC-OUT-TOTAL (1) ALC-OUT-TOTAL (2)
               ALC-OUT-TOTAL (3) ALC-OUT-TOTAL (4)
               ALC-OUT-TOTAL (5) ALC-OUT-TOTAL (6)
           IF NOT ALC-FIRGOOD-OK
               DISPLAY "FIRALLOC - UNABLE TO OPEN FIRGOOD, STATUS="
                   ALC-FIRGOOD-STATUS
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO ALC-ALLOCATED-CNT
           IF FILE-DATE OF FDW-FIRE-ALLOC-REC IS NUMERIC
               MOVE FILE-DATE OF FDW-FIRE-ALLOC-REC
                   TO ALC-REC-FILE-DATE
               IF ALC-LOW-FILE-DATE = 0
                   OR ALC-REC-FILE-DATE < ALC-LOW-FILE-DATE
                   MOVE ALC-REC-FILE-DATE TO ALC-LOW-FILE-DATE
               END-IF
               IF ALC-REC-FILE-DATE > ALC-HIGH-FILE-DATE
                   MOVE ALC-REC-FILE-DATE TO ALC-HIGH-FILE-DATE
               END-IF
           END-IF
           PERFORM 2400-WRITE-ONE-ENTITY THRU 2400-EXIT
               VARYING ALC-ENT-IDX FROM 1 BY 1
               UNTIL ALC-ENT-IDX > ALC-ENT-TOP
       2100-GATHER-ENTITIES.
           MOVE 0 TO ALC-ENT-TOP
           MOVE 0 TO ALC-FACTOR-SUM
           MOVE 0 TO ALC-ENT-WANT
           PERFORM 2110-GATHER-ONE-FACTOR THRU 2110-EXIT
               VARYING ALC-FACT-IDX FROM 1 BY 1
               UNTIL ALC-FACT-IDX > ALC-FACT-TOP
           IF ALC-ENT-WANT > ALC-ENT-PEAK
               MOVE ALC-ENT-WANT TO ALC-ENT-PEAK
           END-IF.
       2100-EXIT.
           EXIT.
      *
                   NOT = CO-CD OF FDW-FIRE-ALLOC-REC
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO ALC-ENT-WANT
           IF ALC-ENT-TOP < 20
               ADD 1 TO ALC-ENT-TOP
               MOVE ALC-FACT-ENTITY(ALC-FACT-IDX)
           MOVE ALC-ENT-SHARE(ALC-ENT-IDX 4) TO FAO-GRP3-OTH-ACQ-AMT
           MOVE ALC-ENT-SHARE(ALC-ENT-IDX 5) TO FAO-GRP4-AMT
           MOVE ALC-ENT-SHARE(ALC-ENT-IDX 6) TO FAO-GRP5-AMT
           WRITE FIRE-ALLOC-OUT-RECORD
           ADD 1 TO ALC-OUT-ROW-CNT
           ADD FAO-GRP2-ULAE-PD-AMT   TO ALC-OUT-TOTAL (1)
           ADD FAO-GRP2-ULAE-UNPD-AMT TO ALC-OUT-TOTAL (2)
           ADD FAO-GRP3-COMS-AMT      TO ALC-OUT-TOTAL (3)
           ADD FAO-GRP3-OTH-ACQ-AMT   TO ALC-OUT-TOTAL (4)
           ADD FAO-GRP4-AMT           TO ALC-OUT-TOTAL (5)
           ADD FAO-GRP5-AMT           TO ALC-OUT-TOTAL (6).
       2400-EXIT.
           EXIT.
      *
               DISPLAY "FIRALLOC - " ALC-FACT-OVERFLOW-CNT
                   " FACTOR ROWS EXCEEDED THE IN-MEMORY TABLE"
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 4100-WRITE-RUN-STAMP THRU 4100-EXIT.
       4000-EXIT.
           EXIT.
      *
      *> THE STAMP IS WRITTEN FOR EVERY RUN THAT OPENED ITS OUTPUTS,
      *> WHAT-IF OR FAILED ALIKE - FIRLEDG REFUSES THOSE ON ITS FACE.
      *> THE OVERFLOWED FACTOR ROWS COUNT AS EXCEPTIONS HERE, SINCE
      *> THE RUN WAS NOT ALLOCATED FROM THE WHOLE TABLE.
       4100-WRITE-RUN-STAMP.
           IF NOT ALC-OUTPUTS-OPENED
               GO TO 4100-EXIT
           END-IF
           ACCEPT FAC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT FAC-RUN-TIME FROM TIME
           MOVE ALC-MODE-SW        TO FAC-MODE
           MOVE ALC-LOW-FILE-DATE  TO FAC-LOW-FILE-DATE
           MOVE ALC-HIGH-FILE-DATE TO FAC-HIGH-FILE-DATE
           MOVE ALC-TOTAL-CNT      TO FAC-INPUT-CNT
           COMPUTE FAC-EXCP-CNT = ALC-EXCP-CNT + ALC-FACT-OVERFLOW-CNT
           MOVE ALC-OUT-ROW-CNT    TO FAC-ROW-CNT
           MOVE ALC-OUT-TOTAL (1)  TO FAC-AMT-TOTAL (1)
           MOVE ALC-OUT-TOTAL (2)  TO FAC-AMT-TOTAL (2)
           MOVE ALC-OUT-TOTAL (3)  TO FAC-AMT-TOTAL (3)
           MOVE ALC-OUT-TOTAL (4)  TO FAC-AMT-TOTAL (4)
           MOVE ALC-OUT-TOTAL (5)  TO FAC-AMT-TOTAL (5)
           MOVE ALC-OUT-TOTAL (6)  TO FAC-AMT-TOTAL (6)
           WRITE FIRALLOC-CONTROL-RECORD.
       4100-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "FIRALLOC" TO RNL-WS-PROGRAM
           MOVE ALC-TOTAL-CNT    TO RNL-WS-RECORDS-IN
           MOVE ALC-ALLOCATED-CNT TO RNL-WS-RECORDS-OUT
           MOVE ALC-EXCP-CNT     TO RNL-WS-RECORDS-SUSP
           COMPUTE RNL-WS-TABLE-PEAK (1) =
               ALC-FACT-TOP + ALC-FACT-OVERFLOW-CNT
           MOVE ALC-ENT-PEAK     TO RNL-WS-TABLE-PEAK (2)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
      *> SHARED FIRE PERIOD LOCK PARAGRAPHS - SEE PCTLCK.cpy.
       COPY PCTLCK.
      *
       9000-TERMINATE.
           IF ALC-FIRGOOD-OPENED
               CLOSE ALOCOUT-FILE
               CLOSE ALOCEXCP-FILE
               CLOSE ALOCPRF-FILE
               CLOSE ALOCCTL-FILE
           END-IF.
