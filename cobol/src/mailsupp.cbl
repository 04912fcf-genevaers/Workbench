      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUPPRPT-FILE  ASSIGN TO "SUPPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSP-SUPPRPT-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIST-FILE.
           REPLACING MAILING-RECORD BY MAILCLN-RECORD.
       FD  SUPPRPT-FILE.
       01  SUPPRPT-RECORD                  PIC X(100).
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  MSP-SUPPLIST-STATUS             PIC XX.
           88  MSP-SUPPLIST-OK             VALUE "00".
       01  MSP-MAIL-SUPP-CNT               PIC 9(06)       VALUE 0.
       01  MSP-SRC-DD                      PIC X(07)       VALUE SPACES.
       01  MSP-OUT-LINE                    PIC X(100)      VALUE SPACES.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-SCREEN-ONE-MAILING THRU 3000-EXIT
               UNTIL MSP-MAIL-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           END-IF.
       4000-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT MSP-CUSTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MAILSUPP" TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           MOVE MSP-CUST-IN-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF MSP-SUPPLIST-OPENED
