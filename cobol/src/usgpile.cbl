      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   CARRYING THE COORDINATE-PAIR TABLE'S PEAK  *
      **                   FILL FOR CAPMON.                           *
      **  2026/10/15 DAO   RESOLVE THE PILE-UP THRESHOLD FROM THE     *
      **                   CENTRAL PARAMETER LIBRARY (DD PARMLIB,     *
      **                   USGPILE/THRESHOLD ROW IN FORCE ON THE RUN  *
      **                   DATE) FIRST, FALLING BACK TO THE PILEPRM   *
      **                   CARD - THE VALUE PARMVAL PROVED AND        *
      **                   PARMMNT AUDITED IS THE VALUE THE RUN       *
      **                   USES.                                      *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PILEPRM-FILE  ASSIGN TO "PILEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIL-PILEPRM-STATUS.
      *> OPTIONAL - THE CENTRAL PARAMETER LIBRARY (PARMLREC.cpy).  ITS
      *> USGPILE/THRESHOLD ROW WINS OVER THE PILEPRM CARD.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIL-PARMLIB-STATUS.
           SELECT PILERPT-FILE  ASSIGN TO "PILERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIL-PILERPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USGEXT-FILE.
       FD  PILEPRM-FILE.
       01  PILEPRM-RECORD.
           05  PIL-PARM-THRESHOLD          PIC 9(06).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  PILERPT-FILE.
       01  PILERPT-RECORD                  PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  PIL-USGEXT-STATUS               PIC XX.
           88  PIL-USGEXT-OK               VALUE "00".
      *> THE FINAL READ'S AT END DRIVES PIL-USGEXT-STATUS TO "10",
           88  PIL-USGEXT-OPENED           VALUE "Y".
       01  PIL-PILEPRM-STATUS              PIC XX.
           88  PIL-PILEPRM-OK              VALUE "00".
       01  PIL-PARMLIB-STATUS              PIC XX.
           88  PIL-PARMLIB-OK              VALUE "00".
       01  PIL-PARMLIB-EOF-SW              PIC X(01)       VALUE "N".
           88  PIL-PARMLIB-EOF             VALUE "Y".
       01  PIL-LIB-FOUND-SW                PIC X(01)       VALUE "N".
           88  PIL-LIB-FOUND               VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  PIL-LIB-RUN-DATE                PIC 9(08)       VALUE 0.
      *> THE LIBRARY VALUE IS LEFT-JUSTIFIED TEXT - ITS LEADING DIGITS
      *> ARE CUT OUT HERE AND MOVED AS A NUMBER.
       01  PIL-LIB-DIGITS                  PIC X(20)       VALUE SPACES.
       01  PIL-LIB-LEN                     PIC 9(02)       VALUE 0.
       01  PIL-PILERPT-STATUS              PIC XX.
      *> SAME REASONING AS PIL-USGEXT-OPENED-SW ABOVE.
       01  PIL-PILERPT-OPENED-SW           PIC X(01)       VALUE "N".
           PERFORM 2000-COUNT-ONE-RECORD THRU 2000-EXIT
               UNTIL PIL-EOF
           PERFORM 3000-REPORT-PILEUPS THRU 3000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-LIBRARY-PARM THRU 1050-EXIT
           IF NOT PIL-LIB-FOUND
               OPEN INPUT PILEPRM-FILE
               IF PIL-PILEPRM-OK
                   READ PILEPRM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PIL-PARM-THRESHOLD TO PIL-THRESHOLD
                   END-READ
                   CLOSE PILEPRM-FILE
               END-IF
           END-IF
           OPEN INPUT  USGEXT-FILE
           OPEN OUTPUT PILERPT-FILE
           MOVE "Y" TO PIL-USGEXT-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-LIBRARY-PARM - THE CENTRAL PARAMETER LIBRARY    *
      *  (DD PARMLIB, THE VALUES PARMVAL PROVED BEFORE THE WINDOW     *
      *  OPENED) IS TRIED FIRST; ITS USGPILE/THRESHOLD ROW WINS OVER  *
      *  THE PRIVATE PILEPRM CARD, SO THE VALIDATED VALUE IS THE      *
      *  VALUE THE RUN USES.                                          *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           ACCEPT PIL-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT PIL-PARMLIB-OK
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-LIB-ROW THRU 1060-EXIT
               UNTIL PIL-PARMLIB-EOF OR PIL-LIB-FOUND
           CLOSE PARMLIB-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO PIL-PARMLIB-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "USGPILE"
               OR PRM-PARM-NAME NOT = "THRESHOLD"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > PIL-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < PIL-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           MOVE SPACES TO PIL-LIB-DIGITS
           MOVE 0 TO PIL-LIB-LEN
           UNSTRING PRM-PARM-VALUE DELIMITED BY SPACE
               INTO PIL-LIB-DIGITS COUNT IN PIL-LIB-LEN
           END-UNSTRING
           IF PIL-LIB-LEN = 0 OR PIL-LIB-LEN > 6
               DISPLAY "USGPILE - PARMLIB THRESHOLD IS NOT A NUMBER "
                   "OF 1-6 DIGITS - THE PILEPRM CARD OR DEFAULT IS USED"
               GO TO 1060-EXIT
           END-IF
           IF PIL-LIB-DIGITS(1:PIL-LIB-LEN) NOT NUMERIC
               DISPLAY "USGPILE - PARMLIB THRESHOLD IS NOT NUMERIC "
                   "- THE PILEPRM CARD OR DEFAULT IS USED"
               GO TO 1060-EXIT
           END-IF
           MOVE PIL-LIB-DIGITS(1:PIL-LIB-LEN) TO PIL-THRESHOLD
           MOVE "Y" TO PIL-LIB-FOUND-SW.
       1060-EXIT.
           EXIT.
      *
       2000-COUNT-ONE-RECORD.
           READ USGEXT-FILE
           WRITE PILERPT-RECORD FROM PIL-OUT-LINE.
       3110-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "USGPILE " TO RNL-WS-PROGRAM
           MOVE PIL-TOTAL-CNT    TO RNL-WS-RECORDS-IN
           MOVE PIL-PAIR-TOP     TO RNL-WS-TABLE-PEAK (1)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF PIL-USGEXT-OPENED
