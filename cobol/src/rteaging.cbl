      **                   SHOPCAL) INSTEAD OF RAW CALENDAR DAYS,     *
      **                   SO A HOLIDAY WEEKEND NO LONGER THROWS      *
      **                   FALSE OVERDUE ITEMS ONTO MONDAY'S REPORT.  *
      **  2026/10/15 DAO   RESOLVE THE HOUR THRESHOLD FROM THE        *
      **                   CENTRAL PARAMETER LIBRARY (DD PARMLIB,     *
      **                   RTEAGING/HOURS ROW IN FORCE ON THE RUN     *
      **                   DATE) FIRST; THE AGEPRM CARD IS NOW        *
      **                   OPTIONAL AND READ ONLY WHEN THE LIBRARY    *
      **                   HAS NO ROW.  NEITHER STILL FAILS THE RUN.  *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL LOADCONF-FILE ASSIGN TO "LOADCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-LOADCONF-STATUS.
      *> OPTIONAL - THE CENTRAL PARAMETER LIBRARY (PARMLREC.cpy) IS
      *> TRIED FIRST; THE AGEPRM CARD IS NEEDED ONLY WHEN IT HAS NO
      *> RTEAGING/HOURS ROW.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-PARMLIB-STATUS.
           SELECT OPTIONAL AGEPRM-FILE ASSIGN TO "AGEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-AGEPRM-STATUS.
           SELECT AGERPT-FILE   ASSIGN TO "AGERPT"
       COPY ROUTEREC.
       FD  LOADCONF-FILE.
       COPY LOADCONF.
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  AGEPRM-FILE.
       01  AGEPRM-RECORD.
           05  AGE-PARM-HOURS              PIC 9(03).
           88  AGE-LOADCONF-OPENED         VALUE "Y".
       01  AGE-AGEPRM-STATUS               PIC XX.
           88  AGE-AGEPRM-OK               VALUE "00".
       01  AGE-PARMLIB-STATUS              PIC XX.
           88  AGE-PARMLIB-OK              VALUE "00".
       01  AGE-PARMLIB-EOF-SW              PIC X(01)       VALUE "N".
           88  AGE-PARMLIB-EOF             VALUE "Y".
       01  AGE-LIB-FOUND-SW                PIC X(01)       VALUE "N".
           88  AGE-LIB-FOUND               VALUE "Y".
      *> THE LIBRARY VALUE IS LEFT-JUSTIFIED TEXT - ITS LEADING DIGITS
      *> ARE CUT OUT HERE AND MOVED AS A NUMBER.
       01  AGE-LIB-DIGITS                  PIC X(20)       VALUE SPACES.
       01  AGE-LIB-LEN                     PIC 9(02)       VALUE 0.
       01  AGE-AGERPT-STATUS               PIC XX.
      *> SAME REASONING AS AGE-ROUTEOUT-OPENED-SW ABOVE.
       01  AGE-AGERPT-OPENED-SW            PIC X(01)       VALUE "N".
       1000-INITIALIZE.
           ACCEPT AGE-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT AGE-NOW-TIME FROM TIME
           PERFORM 1050-RESOLVE-LIBRARY-PARM THRU 1050-EXIT
           IF AGE-LIB-FOUND
               GO TO 1010-OPEN-FILES
           END-IF
           OPEN INPUT AGEPRM-FILE
           IF NOT AGE-AGEPRM-OK
               DISPLAY "RTEAGING - UNABLE TO OPEN AGEPRM, STATUS="
                   GO TO 1000-EXIT
           END-READ
           MOVE AGE-PARM-HOURS TO AGE-THRESHOLD-HOURS
           CLOSE AGEPRM-FILE.
       1010-OPEN-FILES.
           OPEN INPUT ROUTEOUT-FILE
           OPEN OUTPUT AGERPT-FILE
           MOVE "Y" TO AGE-AGERPT-OPENED-SW
           PERFORM 8500-LOAD-CALENDAR THRU 8500-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-LIBRARY-PARM - THE CENTRAL PARAMETER LIBRARY    *
      *  (DD PARMLIB, THE VALUES PARMVAL PROVED BEFORE THE WINDOW     *
      *  OPENED) IS TRIED FIRST; ITS RTEAGING/HOURS ROW WINS OVER     *
      *  THE PRIVATE AGEPRM CARD, SO THE VALIDATED VALUE IS THE       *
      *  VALUE THE RUN USES.                                          *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           OPEN INPUT PARMLIB-FILE
           IF NOT AGE-PARMLIB-OK
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-LIB-ROW THRU 1060-EXIT
               UNTIL AGE-PARMLIB-EOF OR AGE-LIB-FOUND
           CLOSE PARMLIB-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO AGE-PARMLIB-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "RTEAGING"
               OR PRM-PARM-NAME NOT = "HOURS"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > AGE-NOW-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < AGE-NOW-DATE
               GO TO 1060-EXIT
           END-IF
           MOVE SPACES TO AGE-LIB-DIGITS
           MOVE 0 TO AGE-LIB-LEN
           UNSTRING PRM-PARM-VALUE DELIMITED BY SPACE
               INTO AGE-LIB-DIGITS COUNT IN AGE-LIB-LEN
           END-UNSTRING
           IF AGE-LIB-LEN = 0 OR AGE-LIB-LEN > 3
               DISPLAY "RTEAGING - PARMLIB HOURS IS NOT A NUMBER OF "
                   "1-3 DIGITS - THE AGEPRM CARD IS USED"
               GO TO 1060-EXIT
           END-IF
           IF AGE-LIB-DIGITS(1:AGE-LIB-LEN) NOT NUMERIC
               DISPLAY "RTEAGING - PARMLIB HOURS IS NOT NUMERIC "
                   "- THE AGEPRM CARD IS USED"
               GO TO 1060-EXIT
           END-IF
           MOVE AGE-LIB-DIGITS(1:AGE-LIB-LEN) TO AGE-THRESHOLD-HOURS
           MOVE "Y" TO AGE-LIB-FOUND-SW.
       1060-EXIT.
           EXIT.
      *
       1100-LOAD-CONFIRMATIONS.
           READ LOADCONF-FILE
