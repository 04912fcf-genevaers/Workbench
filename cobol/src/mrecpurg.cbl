      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL LOCKAUD-FILE ASSIGN TO "LOCKAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCK-WS-AUD-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRGPRM-FILE.
       COPY LOCKREC.
       FD  LOCKAUD-FILE.
       COPY LOCKAREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED AUTHORIZATION-CHECK WORK FIELDS - SEE AUTHWS.cpy.
       COPY AUTHWS.
       01  MPG-OVERFLOW-CNT                PIC 9(06)       VALUE 0.
       01  MPG-CNT-TXT                     PIC ZZZZZZZ9.
       01  MPG-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "MRECPURG" TO AUT-WS-FUNCTION
           PERFORM 3000-SPLIT-ONE-HIST-ROW THRU 3000-EXIT
               UNTIL MPG-HIST-EOF
           PERFORM 4000-WRITE-CERTIFICATE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      *
      *> SHARED MASTER-LOCK PARAGRAPHS - SEE LOCKCK.cpy.
       COPY LOCKCK.
      *
       7850-POST-ACCESS-LOG.
           IF NOT MPG-MASTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECPURG" TO AXL-WS-PROGRAM
           MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           MOVE MPG-MAST-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF MPG-MASTEXT-OPENED
