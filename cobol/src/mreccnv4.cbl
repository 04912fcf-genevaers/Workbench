      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   MONTHLY DISCLOSE REPORT.                    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MAST4-FILE    ASSIGN TO "MAST4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CNV-MAST4-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CNVPRM-FILE.
       COPY MASTERREC.
       FD  MAST4-FILE.
       COPY MASTREC4.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
       01  CNV-CNVPRM-STATUS               PIC XX.
           88  CNV-CNVPRM-OK               VALUE "00".
       01  CNV-READ-CNT                    PIC 9(08)       VALUE 0.
       01  CNV-WRITTEN-CNT                 PIC 9(08)       VALUE 0.
       01  CNV-AMBIG-CNT                   PIC 9(06)       VALUE 0.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
               UNTIL CNV-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      *
      *> SHARED CENTURY-WINDOWING PARAGRAPH - SEE CENTWIN.cpy.
       COPY CENTWIN.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CNV-MASTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "MRECCNV4" TO AXL-WS-PROGRAM
           MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           MOVE CNV-READ-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF CNV-MASTEXT-OPENED
