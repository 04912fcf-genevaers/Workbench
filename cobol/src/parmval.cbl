      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   JUDGE ONLY THE PARMLIB ROWS IN FORCE ON     *
      **                   THE RUN DATE - CLOSED WINDOWS ARE HISTORY   *
      **                   AND SCHEDULED ONES WERE EDITED BY PARMMNT   *
      **                   WHEN KEYED.                                 *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  PVL-WARN-CNT                    PIC 9(04)       VALUE 0.
       01  PVL-CHECKED-CNT                 PIC 9(04)       VALUE 0.
       01  PVL-OUT-LINE                    PIC X(110)      VALUE SPACES.
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE JUDGED.
       01  PVL-RUN-DATE                    PIC 9(08)       VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT PVL-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SCHEDLST-FILE
           OPEN OUTPUT PARMRPT-FILE
           MOVE "Y" TO PVL-PARMRPT-OPENED-SW
                   CLOSE PARMLIB-FILE
                   GO TO 1500-EXIT
           END-READ
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS NOT TONIGHT'S
      *> VALUE - A BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES
      *> NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > PVL-RUN-DATE
               GO TO 1500-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < PVL-RUN-DATE
               GO TO 1500-EXIT
           END-IF
           IF PVL-LIB-CNT >= PVL-LIB-MAX
               DISPLAY "PARMVAL - LIBRARY TABLE FULL AT "
                   PVL-LIB-MAX " ROWS - REMAINDER IGNORED"
