      ******************************************************************
      **                                                               *
      **  PROGRAM      PARMHRPT                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  AS-OF HISTORY REPORT FOR THE CENTRAL           *
      **      PARAMETER LIBRARY.  ANSWERS "WHAT WAS FIRTOUT'S          *
      **      TOLERANCE ON THE NIGHT OF THE 3RD, AND WHO SET IT?" -    *
      **      FOR EVERY PROGRAM/PARAMETER KEY ON DD PARMLIB            *
      **      (PARMLREC.cpy, WHICH KEEPS EVERY WINDOW PARMMNT HAS      *
      **      EVER OPENED) THE VALUE IN FORCE ON THE AS-OF DATE IS     *
      **      LISTED ON DD PHRRPT, FOLLOWED BY EACH CHANGE TO THAT     *
      **      KEY ON THE PARMMNT HISTORY (DD PARMHIST, PARMHREC.cpy)   *
      **      MADE ON OR BEFORE THE AS-OF DATE - WHEN, BY WHOM, THE    *
      **      DATE IT TOOK EFFECT, AND THE VALUE BEFORE AND AFTER.     *
      **      A KEY WITH NO WINDOW COVERING THE DATE IS LISTED AS NOT  *
      **      SET; A VALUE ON THE LIBRARY SCHEDULED PAST THE AS-OF     *
      **      DATE IS NOT THE ANSWER AND IS NOT SHOWN AS ONE.  AN      *
      **      ABSENT HISTORY IS READ AS EMPTY.                         *
      **                                                               *
      **      DD PHRPRM (OPTIONAL, ONE CARD) - AS-OF DATE YYYYMMDD     *
      **      (DEFAULT TODAY), PROGRAM (8, BLANK FOR ALL) AND          *
      **      PARAMETER NAME (12, BLANK FOR ALL).                      *
      **                                                               *
      **      RETURN-CODE 16 - PARMLIB OR PHRRPT COULD NOT BE OPENED,  *
      **      OR A TABLE OVERFLOWED.                                   *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMHRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PHRPRM-FILE ASSIGN TO "PHRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHR-PHRPRM-STATUS.
           SELECT PARMLIB-FILE  ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHR-PARMLIB-STATUS.
           SELECT OPTIONAL PARMHIST-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHR-PARMHIST-STATUS.
           SELECT PHRRPT-FILE   ASSIGN TO "PHRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHR-PHRRPT-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PHRPRM-FILE.
       01  PHRPRM-RECORD.
           05  PHR-PARM-AS-OF-X            PIC X(08).
           05  PHR-PARM-AS-OF REDEFINES PHR-PARM-AS-OF-X
                                           PIC 9(08).
           05  PHR-PARM-PROGRAM            PIC X(08).
           05  PHR-PARM-PARM-NAME          PIC X(12).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  PARMHIST-FILE.
       COPY PARMHREC.
       FD  PHRRPT-FILE.
       01  PHRRPT-RECORD                   PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  PHR-PHRPRM-STATUS               PIC XX.
           88  PHR-PHRPRM-OK               VALUE "00".
       01  PHR-PARMLIB-STATUS              PIC XX.
           88  PHR-PARMLIB-OK              VALUE "00".
       01  PHR-PARMHIST-STATUS             PIC XX.
           88  PHR-PARMHIST-OK             VALUE "00".
       01  PHR-PHRRPT-STATUS               PIC XX.
           88  PHR-PHRRPT-OK               VALUE "00".
       01  PHR-PHRRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  PHR-PHRRPT-OPENED           VALUE "Y".
       01  PHR-EOF-SW                      PIC X(01)       VALUE "N".
           88  PHR-EOF                     VALUE "Y".
       01  PHR-HALT-SW                     PIC X(01)       VALUE "N".
           88  PHR-HALT                    VALUE "Y".
      *> ----------------------- SELECTION -----------------------------
       01  PHR-AS-OF-DATE                  PIC 9(08)       VALUE 0.
       01  PHR-SEL-PROGRAM                 PIC X(08)       VALUE SPACES.
       01  PHR-SEL-PARM-NAME               PIC X(12)       VALUE SPACES.
      *> --------------------- LIBRARY WINDOWS -------------------------
      *> A ROW KEYED BEFORE THE WINDOWS EXISTED LOADS AS EFFECTIVE
      *> 00000000, OPEN END - THE SAME READING PARMMNT GIVES IT.
       01  PHR-ROW-MAX                     PIC 9(04) COMP  VALUE 400.
       01  PHR-ROW-CNT                     PIC 9(04) COMP  VALUE 0.
       01  PHR-ROW-TAB.
           05  PHR-ROW-ENTRY               OCCURS 400 TIMES.
               10  PHR-ROW-PROGRAM         PIC X(08).
               10  PHR-ROW-PARM-NAME       PIC X(12).
               10  PHR-ROW-VALUE           PIC X(20).
               10  PHR-ROW-EFF             PIC 9(08).
               10  PHR-ROW-END             PIC 9(08).
      *> ------------------- DISTINCT KEYS, IN ORDER -------------------
       01  PHR-KEY-CNT                     PIC 9(04)       VALUE 0.
       01  PHR-KEY-TAB.
           05  PHR-KEY-ENTRY               OCCURS 400 TIMES.
               10  PHR-KEY-PROGRAM         PIC X(08).
               10  PHR-KEY-PARM-NAME       PIC X(12).
      *> ---------------- HISTORY ROWS FOR THE SELECTION ---------------
       01  PHR-HIS-MAX                     PIC 9(04) COMP  VALUE 2000.
       01  PHR-HIS-CNT                     PIC 9(04) COMP  VALUE 0.
       01  PHR-HIS-TAB.
           05  PHR-HIS-ENTRY               OCCURS 2000 TIMES.
               10  PHR-HIS-CHG-DATE        PIC 9(08).
               10  PHR-HIS-ANALYST-ID      PIC X(10).
               10  PHR-HIS-ACTION          PIC X(01).
               10  PHR-HIS-PROGRAM         PIC X(08).
               10  PHR-HIS-PARM-NAME       PIC X(12).
               10  PHR-HIS-EFF-DATE        PIC 9(08).
               10  PHR-HIS-BEFORE-VALUE    PIC X(20).
               10  PHR-HIS-AFTER-VALUE     PIC X(20).
       01  PHR-RX                          PIC 9(04) COMP  VALUE 0.
       01  PHR-KX                          PIC 9(04) COMP  VALUE 0.
       01  PHR-HX                          PIC 9(04) COMP  VALUE 0.
       01  PHR-HIT                         PIC 9(04) COMP  VALUE 0.
       01  PHR-FOUND-SW                    PIC X(01)       VALUE "N".
           88  PHR-FOUND                   VALUE "Y".
      *> --------------------- RUN COUNTERS ----------------------------
       01  PHR-LIB-READ-CNT                PIC 9(07)       VALUE 0.
       01  PHR-HIS-READ-CNT                PIC 9(07)       VALUE 0.
       01  PHR-NOT-SET-CNT                 PIC 9(05)       VALUE 0.
       01  PHR-CHG-LISTED-CNT              PIC 9(05)       VALUE 0.
       01  PHR-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-ONE-LIB-ROW THRU 1100-EXIT
               UNTIL PHR-EOF
           PERFORM 1200-OPEN-HISTORY THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-HIS-ROW THRU 1300-EXIT
               UNTIL PHR-EOF
           IF NOT PHR-HALT
               PERFORM 2000-REPORT-ONE-KEY THRU 2000-EXIT
                   VARYING PHR-KX FROM 1 BY 1
                   UNTIL PHR-KX > PHR-KEY-CNT
               PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           END-IF
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - THE SELECTION CARD, THEN THE LIBRARY AND   *
      *  THE REPORT.  A BLANK OR NON-NUMERIC AS-OF DATE IS TODAY.     *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PHR-AS-OF-DATE FROM DATE YYYYMMDD
           OPEN INPUT PHRPRM-FILE
           IF PHR-PHRPRM-OK
               READ PHRPRM-FILE
                   AT END
                       MOVE SPACES TO PHRPRM-RECORD
               END-READ
               IF PHR-PARM-AS-OF IS NUMERIC
                   AND PHR-PARM-AS-OF NOT = 0
                   MOVE PHR-PARM-AS-OF TO PHR-AS-OF-DATE
               END-IF
               MOVE PHR-PARM-PROGRAM   TO PHR-SEL-PROGRAM
               MOVE PHR-PARM-PARM-NAME TO PHR-SEL-PARM-NAME
               CLOSE PHRPRM-FILE
           END-IF
           OPEN OUTPUT PHRRPT-FILE
           IF NOT PHR-PHRRPT-OK
               DISPLAY "PARMHRPT - UNABLE TO OPEN PHRRPT, STATUS="
                   PHR-PHRRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PHR-PHRRPT-OPENED-SW
           OPEN INPUT PARMLIB-FILE
           IF NOT PHR-PARMLIB-OK
               DISPLAY "PARMHRPT - UNABLE TO OPEN PARMLIB, STATUS="
                   PHR-PARMLIB-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO PHR-OUT-LINE
           STRING "PARAMETER LIBRARY AS OF " PHR-AS-OF-DATE
               DELIMITED BY SIZE INTO PHR-OUT-LINE
           END-STRING
           WRITE PHRRPT-RECORD FROM PHR-OUT-LINE
           MOVE SPACES TO PHR-OUT-LINE
           WRITE PHRRPT-RECORD FROM PHR-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO PHR-EOF-SW
                   CLOSE PARMLIB-FILE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO PHR-LIB-READ-CNT
           IF PHR-SEL-PROGRAM NOT = SPACES
               AND PRM-PROGRAM NOT = PHR-SEL-PROGRAM
               GO TO 1100-EXIT
           END-IF
           IF PHR-SEL-PARM-NAME NOT = SPACES
               AND PRM-PARM-NAME NOT = PHR-SEL-PARM-NAME
               GO TO 1100-EXIT
           END-IF
           IF PHR-ROW-CNT >= PHR-ROW-MAX
               DISPLAY "PARMHRPT - LIBRARY TABLE FULL AT "
                   PHR-ROW-MAX " ROWS - RUN HALTED"
               CLOSE PARMLIB-FILE
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO PHR-ROW-CNT
           MOVE PRM-PROGRAM    TO PHR-ROW-PROGRAM (PHR-ROW-CNT)
           MOVE PRM-PARM-NAME  TO PHR-ROW-PARM-NAME (PHR-ROW-CNT)
           MOVE PRM-PARM-VALUE TO PHR-ROW-VALUE (PHR-ROW-CNT)
           IF PRM-EFF-DATE IS NUMERIC
               MOVE PRM-EFF-DATE TO PHR-ROW-EFF (PHR-ROW-CNT)
           ELSE
               MOVE 0 TO PHR-ROW-EFF (PHR-ROW-CNT)
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               MOVE PRM-END-DATE TO PHR-ROW-END (PHR-ROW-CNT)
           ELSE
               MOVE 99999999 TO PHR-ROW-END (PHR-ROW-CNT)
           END-IF
           MOVE "N" TO PHR-FOUND-SW
           PERFORM 1110-MATCH-ONE-KEY THRU 1110-EXIT
               VARYING PHR-KX FROM 1 BY 1
               UNTIL PHR-KX > PHR-KEY-CNT OR PHR-FOUND
           IF NOT PHR-FOUND
               ADD 1 TO PHR-KEY-CNT
               MOVE PRM-PROGRAM   TO PHR-KEY-PROGRAM (PHR-KEY-CNT)
               MOVE PRM-PARM-NAME TO PHR-KEY-PARM-NAME (PHR-KEY-CNT)
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1110-MATCH-ONE-KEY.
           IF PHR-KEY-PROGRAM (PHR-KX) = PRM-PROGRAM
               AND PHR-KEY-PARM-NAME (PHR-KX) = PRM-PARM-NAME
               MOVE "Y" TO PHR-FOUND-SW
           END-IF.
       1110-EXIT.
           EXIT.
      *
       1200-OPEN-HISTORY.
           IF PHR-HALT
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO PHR-EOF-SW
           OPEN INPUT PARMHIST-FILE
           IF NOT PHR-PARMHIST-OK
               MOVE "Y" TO PHR-EOF-SW
           END-IF.
       1200-EXIT.
           EXIT.
      *
      *> ONLY CHANGES TO A SELECTED KEY, MADE ON OR BEFORE THE AS-OF
      *> DATE, ARE KEPT - A LATER CHANGE WAS NOT YET KNOWN THAT DAY.
       1300-LOAD-ONE-HIS-ROW.
           READ PARMHIST-FILE
               AT END
                   MOVE "Y" TO PHR-EOF-SW
                   CLOSE PARMHIST-FILE
                   GO TO 1300-EXIT
           END-READ
           ADD 1 TO PHR-HIS-READ-CNT
           IF PMH-CHG-DATE > PHR-AS-OF-DATE
               GO TO 1300-EXIT
           END-IF
           IF PHR-SEL-PROGRAM NOT = SPACES
               AND PMH-PROGRAM NOT = PHR-SEL-PROGRAM
               GO TO 1300-EXIT
           END-IF
           IF PHR-SEL-PARM-NAME NOT = SPACES
               AND PMH-PARM-NAME NOT = PHR-SEL-PARM-NAME
               GO TO 1300-EXIT
           END-IF
           IF PHR-HIS-CNT >= PHR-HIS-MAX
               DISPLAY "PARMHRPT - HISTORY TABLE FULL AT "
                   PHR-HIS-MAX " ROWS - RUN HALTED"
               CLOSE PARMHIST-FILE
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO PHR-HIS-CNT
           MOVE PMH-CHG-DATE     TO PHR-HIS-CHG-DATE (PHR-HIS-CNT)
           MOVE PMH-ANALYST-ID   TO PHR-HIS-ANALYST-ID (PHR-HIS-CNT)
           MOVE PMH-ACTION       TO PHR-HIS-ACTION (PHR-HIS-CNT)
           MOVE PMH-PROGRAM      TO PHR-HIS-PROGRAM (PHR-HIS-CNT)
           MOVE PMH-PARM-NAME    TO PHR-HIS-PARM-NAME (PHR-HIS-CNT)
           MOVE PMH-EFF-DATE     TO PHR-HIS-EFF-DATE (PHR-HIS-CNT)
           MOVE PMH-BEFORE-VALUE TO PHR-HIS-BEFORE-VALUE (PHR-HIS-CNT)
           MOVE PMH-AFTER-VALUE  TO PHR-HIS-AFTER-VALUE (PHR-HIS-CNT).
       1300-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO PHR-HALT-SW
           MOVE "Y" TO PHR-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-REPORT-ONE-KEY - THE WINDOW COVERING THE AS-OF DATE, IF *
      *  ANY, THEN THE KEY'S CHANGES IN THE ORDER THEY WERE MADE.     *
      ******************************************************************
       2000-REPORT-ONE-KEY.
           MOVE 0 TO PHR-HIT
           PERFORM 2100-CHECK-ONE-WINDOW THRU 2100-EXIT
               VARYING PHR-RX FROM 1 BY 1
               UNTIL PHR-RX > PHR-ROW-CNT OR PHR-HIT NOT = 0
           MOVE SPACES TO PHR-OUT-LINE
           IF PHR-HIT = 0
               ADD 1 TO PHR-NOT-SET-CNT
               STRING PHR-KEY-PROGRAM (PHR-KX) " "
                   PHR-KEY-PARM-NAME (PHR-KX)
                   " NOT SET ON " PHR-AS-OF-DATE
                   DELIMITED BY SIZE INTO PHR-OUT-LINE
               END-STRING
           ELSE
               STRING PHR-KEY-PROGRAM (PHR-KX) " "
                   PHR-KEY-PARM-NAME (PHR-KX) " = "
                   PHR-ROW-VALUE (PHR-HIT)
                   " IN FORCE " PHR-ROW-EFF (PHR-HIT)
                   " THRU " PHR-ROW-END (PHR-HIT)
                   DELIMITED BY SIZE INTO PHR-OUT-LINE
               END-STRING
           END-IF
           WRITE PHRRPT-RECORD FROM PHR-OUT-LINE
           PERFORM 2200-LIST-ONE-CHANGE THRU 2200-EXIT
               VARYING PHR-HX FROM 1 BY 1
               UNTIL PHR-HX > PHR-HIS-CNT.
       2000-EXIT.
           EXIT.
      *
       2100-CHECK-ONE-WINDOW.
           IF PHR-ROW-PROGRAM (PHR-RX) = PHR-KEY-PROGRAM (PHR-KX)
               AND PHR-ROW-PARM-NAME (PHR-RX)
                   = PHR-KEY-PARM-NAME (PHR-KX)
               AND PHR-ROW-EFF (PHR-RX) <= PHR-AS-OF-DATE
               AND PHR-ROW-END (PHR-RX) >= PHR-AS-OF-DATE
               MOVE PHR-RX TO PHR-HIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-LIST-ONE-CHANGE.
           IF PHR-HIS-PROGRAM (PHR-HX) NOT = PHR-KEY-PROGRAM (PHR-KX)
               OR PHR-HIS-PARM-NAME (PHR-HX)
                   NOT = PHR-KEY-PARM-NAME (PHR-KX)
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO PHR-CHG-LISTED-CNT
           MOVE SPACES TO PHR-OUT-LINE
           STRING "    " PHR-HIS-CHG-DATE (PHR-HX)
               " " PHR-HIS-ANALYST-ID (PHR-HX)
               " " PHR-HIS-ACTION (PHR-HX)
               " EFF " PHR-HIS-EFF-DATE (PHR-HX)
               " WAS " PHR-HIS-BEFORE-VALUE (PHR-HX)
               " NOW " PHR-HIS-AFTER-VALUE (PHR-HX)
               DELIMITED BY SIZE INTO PHR-OUT-LINE
           END-STRING
           WRITE PHRRPT-RECORD FROM PHR-OUT-LINE.
       2200-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           MOVE SPACES TO PHR-OUT-LINE
           WRITE PHRRPT-RECORD FROM PHR-OUT-LINE
           MOVE SPACES TO PHR-OUT-LINE
           STRING "PARMHRPT - " PHR-KEY-CNT " KEYS, "
               PHR-NOT-SET-CNT " NOT SET ON THE DATE, "
               PHR-CHG-LISTED-CNT " CHANGES LISTED"
               DELIMITED BY SIZE INTO PHR-OUT-LINE
           END-STRING
           WRITE PHRRPT-RECORD FROM PHR-OUT-LINE
           DISPLAY "PARMHRPT - " PHR-KEY-CNT " KEYS, "
               PHR-NOT-SET-CNT " NOT SET ON THE DATE, "
               PHR-CHG-LISTED-CNT " CHANGES LISTED".
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "PARMHRPT" TO RNL-WS-PROGRAM
           ADD PHR-LIB-READ-CNT PHR-HIS-READ-CNT
               GIVING RNL-WS-RECORDS-IN
           MOVE PHR-KEY-CNT TO RNL-WS-RECORDS-OUT
           MOVE 0 TO RNL-WS-RECORDS-SUSP
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF PHR-PHRRPT-OPENED
               CLOSE PHRRPT-FILE
           END-IF.
