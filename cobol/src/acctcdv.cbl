      ******************************************************************
      **                                                               *
      **  PROGRAM      ACCTCDV                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  ACCOUNT NUMBER CHECK-DIGIT VALIDATION REPORT.  *
      **      ACCOUNTS OPENED BEFORE ACCTASGN WERE NUMBERED BY HAND,   *
      **      AND MRECUPDT NOW REFUSES AN ADD WHOSE ACCOUNT_NO FAILS   *
      **      THE MODULUS-11 CHECK DIGIT (ACCDGWS/ACCDGCK).  THIS RUN  *
      **      READS EVERY ACCOUNT ON THE MASTER (DD MASTEXT, AND DD    *
      **      MASTKEY WHERE THE KEYED MASTER IS KEPT) AND LISTS ON DD  *
      **      CDVRPT EACH ONE WHOSE NUMBER FAILS THE CHECK, WITH THE   *
      **      REASON, SO THE LEGACY NUMBERS CAN BE WORKED OFF THROUGH  *
      **      THE MERGE/SPLIT CROSS-REFERENCE.  NOTHING IS UPDATED.    *
      **                                                               *
      **      RETURN-CODE 04 - AT LEAST ONE ACCOUNT FAILS THE CHECK;   *
      **      16 - A REQUIRED FILE COULD NOT BE OPENED.                *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST EXTRACT-ACCESS ROWS                    *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR MASTEXT  *
      **                   AND MASTKEY, FOR THE MONTHLY DISCLOSE       *
      **                   REPORT.                                     *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCDV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE MASTER RECORD CARRIES
      *> COMP AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT MASTEXT-FILE  ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CDV-MASTEXT-STATUS.
      *> OPTIONAL - ONLY A SHOP RUNNING MRECUPDT IN KEYED MODE HAS
      *> ACCOUNTS ON THE KEYED MASTER THAT THE EXTRACT MAY NOT SHOW.
           SELECT OPTIONAL MASTKEY-FILE ASSIGN TO "MASTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MKY-KEY
               FILE STATUS IS CDV-MASTKEY-STATUS.
           SELECT CDVRPT-FILE   ASSIGN TO "CDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CDV-CDVRPT-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTEXT-FILE.
       COPY MASTERREC.
       FD  MASTKEY-FILE.
       COPY MASTKREC.
       FD  CDVRPT-FILE.
       01  CDVRPT-RECORD                   PIC X(100).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED CHECK-DIGIT WORK FIELDS - SEE ACCDGWS.cpy.
       COPY ACCDGWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  CDV-MASTEXT-STATUS              PIC XX.
           88  CDV-MASTEXT-OK              VALUE "00".
      *> "05" IS OPTIONAL-FILE-CREATED - THE FILE DOES NOT EXIST AND
      *> READS AS EMPTY.
       01  CDV-MASTKEY-STATUS              PIC XX.
           88  CDV-MASTKEY-OK              VALUE "00" "05".
       01  CDV-CDVRPT-STATUS               PIC XX.
           88  CDV-CDVRPT-OK               VALUE "00".
       01  CDV-CDVRPT-OPENED-SW            PIC X(01)       VALUE "N".
           88  CDV-CDVRPT-OPENED           VALUE "Y".
       01  CDV-IN-EOF-SW                   PIC X(01)       VALUE "N".
           88  CDV-IN-EOF                  VALUE "Y".
       01  CDV-HALT-SW                     PIC X(01)       VALUE "N".
           88  CDV-HALT                    VALUE "Y".
       01  CDV-SOURCE-TXT                  PIC X(08)       VALUE SPACES.
      *> WHICH MASTERS WERE READ, FOR THE ACCESS LOG - A KEYED MASTER
      *> THAT DOES NOT EXIST WAS NEVER READ AND GETS NO ROW.
       01  CDV-MASTEXT-READ-SW             PIC X(01)       VALUE "N".
           88  CDV-MASTEXT-READ            VALUE "Y".
       01  CDV-MASTKEY-READ-SW             PIC X(01)       VALUE "N".
           88  CDV-MASTKEY-READ            VALUE "Y".
      *> --------------------- RUN COUNTERS ----------------------------
       01  CDV-MASTEXT-CNT                 PIC 9(09)       VALUE 0.
       01  CDV-MASTKEY-CNT                 PIC 9(09)       VALUE 0.
       01  CDV-READ-CNT                    PIC 9(09)       VALUE 0.
       01  CDV-FAIL-CNT                    PIC 9(09)       VALUE 0.
       01  CDV-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  CDV-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  CDV-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT CDV-HALT
               PERFORM 2000-CHECK-EXTRACT THRU 2000-EXIT
           END-IF
           IF NOT CDV-HALT
               PERFORM 3000-CHECK-KEYED THRU 3000-EXIT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - THE LISTING FIRST, SO EVERY LATER FAILURE   *
      *  HAS SOMEWHERE TO BE REPORTED.                                 *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CDV-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CDV-RUN-TIME FROM TIME
           OPEN OUTPUT CDVRPT-FILE
           IF NOT CDV-CDVRPT-OK
               DISPLAY "ACCTCDV - UNABLE TO OPEN CDVRPT, STATUS="
                   CDV-CDVRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CDV-CDVRPT-OPENED-SW
           MOVE SPACES TO CDV-OUT-LINE
           STRING "ACCOUNT NUMBER CHECK-DIGIT VALIDATION  RUN "
               CDV-RUN-DATE " " CDV-RUN-TIME
               DELIMITED BY SIZE INTO CDV-OUT-LINE
           END-STRING
           WRITE CDVRPT-RECORD FROM CDV-OUT-LINE
           MOVE SPACES TO CDVRPT-RECORD
           WRITE CDVRPT-RECORD.
       1000-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO CDV-HALT-SW
           MOVE "Y" TO CDV-IN-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-CHECK-EXTRACT - EVERY ACCOUNT ON THE MASTER EXTRACT.     *
      ******************************************************************
       2000-CHECK-EXTRACT.
           OPEN INPUT MASTEXT-FILE
           IF NOT CDV-MASTEXT-OK
               DISPLAY "ACCTCDV - UNABLE TO OPEN MASTEXT, STATUS="
                   CDV-MASTEXT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE "Y" TO CDV-MASTEXT-READ-SW
           MOVE "MASTEXT" TO CDV-SOURCE-TXT
           MOVE "N" TO CDV-IN-EOF-SW
           PERFORM 2100-CHECK-ONE-EXTRACT THRU 2100-EXIT
               UNTIL CDV-IN-EOF
           CLOSE MASTEXT-FILE.
       2000-EXIT.
           EXIT.
      *
       2100-CHECK-ONE-EXTRACT.
           READ MASTEXT-FILE
               AT END
                   MOVE "Y" TO CDV-IN-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CDV-MASTEXT-CNT
           MOVE ACCOUNT_NO OF MASTER_REC TO ACD-ACCOUNT-NO
           PERFORM 2800-CHECK-ONE-ACCOUNT THRU 2800-EXIT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2800-CHECK-ONE-ACCOUNT - RUN THE SHARED CHECK-DIGIT EDIT AND  *
      *  LIST THE ACCOUNT IF IT FAILS.                                 *
      ******************************************************************
       2800-CHECK-ONE-ACCOUNT.
           ADD 1 TO CDV-READ-CNT
           PERFORM 7800-CHECK-ACCOUNT-NO THRU 7800-EXIT
           IF ACD-VALID
               GO TO 2800-EXIT
           END-IF
           ADD 1 TO CDV-FAIL-CNT
           MOVE SPACES TO CDV-OUT-LINE
           STRING "FAILS  " CDV-SOURCE-TXT "  ACCOUNT_NO "
               ACD-ACCOUNT-NO " - " ACD-REASON-TXT
               DELIMITED BY SIZE INTO CDV-OUT-LINE
           END-STRING
           WRITE CDVRPT-RECORD FROM CDV-OUT-LINE.
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-CHECK-KEYED - EVERY ACCOUNT ON THE KEYED MASTER, WHERE   *
      *  ONE IS KEPT.  AN ACCOUNT ON BOTH MASTERS IS LISTED ONCE FOR   *
      *  EACH, SO THE TWO CAN BE RECONCILED FROM THE ONE LISTING.      *
      ******************************************************************
       3000-CHECK-KEYED.
           OPEN INPUT MASTKEY-FILE
           IF NOT CDV-MASTKEY-OK
               DISPLAY "ACCTCDV - UNABLE TO OPEN MASTKEY, STATUS="
                   CDV-MASTKEY-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 3000-EXIT
           END-IF
           IF CDV-MASTKEY-STATUS = "00"
               MOVE "Y" TO CDV-MASTKEY-READ-SW
           END-IF
           MOVE "MASTKEY" TO CDV-SOURCE-TXT
           MOVE "N" TO CDV-IN-EOF-SW
           PERFORM 3100-CHECK-ONE-KEYED THRU 3100-EXIT
               UNTIL CDV-IN-EOF
           CLOSE MASTKEY-FILE.
       3000-EXIT.
           EXIT.
      *
       3100-CHECK-ONE-KEYED.
           READ MASTKEY-FILE
               AT END
                   MOVE "Y" TO CDV-IN-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO CDV-MASTKEY-CNT
           MOVE MKY-ACCOUNT-NO TO ACD-ACCOUNT-NO
           PERFORM 2800-CHECK-ONE-ACCOUNT THRU 2800-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-SUMMARIZE - COUNTS, AND RETURN-CODE 04 WHEN ANY ACCOUNT  *
      *  FAILED.                                                       *
      ******************************************************************
       4000-SUMMARIZE.
           IF CDV-HALT
               GO TO 4000-EXIT
           END-IF
           IF CDV-FAIL-CNT = 0
               MOVE "NO ACCOUNT FAILS THE CHECK DIGIT" TO CDVRPT-RECORD
               WRITE CDVRPT-RECORD
           END-IF
           MOVE SPACES TO CDVRPT-RECORD
           WRITE CDVRPT-RECORD
           MOVE SPACES TO CDV-OUT-LINE
           STRING "MASTEXT " CDV-MASTEXT-CNT "  MASTKEY "
               CDV-MASTKEY-CNT "  CHECKED " CDV-READ-CNT
               "  FAILING " CDV-FAIL-CNT
               DELIMITED BY SIZE INTO CDV-OUT-LINE
           END-STRING
           WRITE CDVRPT-RECORD FROM CDV-OUT-LINE
           DISPLAY "ACCTCDV - " CDV-READ-CNT " ACCOUNTS CHECKED, "
               CDV-FAIL-CNT " FAIL THE CHECK DIGIT"
           IF CDV-FAIL-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> SHARED CHECK-DIGIT PARAGRAPHS - SEE ACCDGCK.cpy.
       COPY ACCDGCK.
      *
       7850-POST-ACCESS-LOG.
           MOVE "ACCTCDV " TO AXL-WS-PROGRAM
           IF CDV-MASTEXT-READ
               MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
               MOVE CDV-MASTEXT-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF CDV-MASTKEY-READ
               MOVE "MASTKEY " TO AXL-WS-EXTRACT-DD
               MOVE CDV-MASTKEY-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "ACCTCDV" TO RNL-WS-PROGRAM
           MOVE CDV-READ-CNT TO RNL-WS-RECORDS-IN
           MOVE CDV-FAIL-CNT TO RNL-WS-RECORDS-OUT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF CDV-CDVRPT-OPENED
               CLOSE CDVRPT-FILE
           END-IF.
