      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   NAMING THE REPLAYED FILE-ID AND MARKED     *
      **                   "R", SO CHGBACK CHARGES THE REPLAY AS THE  *
      **                   COST OF A FAILURE.                         *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPLAY-FILE   ASSIGN TO "REPLAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPL-REPLAY-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RPLPRM-FILE.
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON RPL-OUT-LEN.
       01  REPLAY-RECORD                   PIC X(1000).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  RPL-RPLPRM-STATUS               PIC XX.
           88  RPL-RPLPRM-OK               VALUE "00".
       01  RPL-ARCHIVE-STATUS              PIC XX.
           PERFORM 2000-REPLAY-ONE-RECORD THRU 2000-EXIT
               UNTIL RPL-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
               MOVE "Y" TO RPL-HEADER-DONE-SW
               MOVE RPL-HDR-BUF (1:100) TO RLHL-HEADER-RECORD
               MOVE "R" TO RLHL-REPLAY-FLAG
               MOVE RLHL-FILE-ID TO RNL-WS-FILE-ID
               MOVE "R" TO RNL-WS-REPLAY-FLAG
               MOVE RLHL-HEADER-RECORD TO RPL-HDR-BUF (1:100)
               DISPLAY "EXTRPLAY - REPLAYING FILE-ID " RLHL-FILE-ID
                   " FROM " RPL-ARCHIVE-DSN
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "EXTRPLAY" TO RNL-WS-PROGRAM
           MOVE RPL-COPIED-CNT   TO RNL-WS-RECORDS-IN
           MOVE RPL-COPIED-CNT   TO RNL-WS-RECORDS-OUT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF RPL-ARCHIVE-OPENED
