      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   CARRYING THE MASTER TABLE'S PEAK FILL FOR  *
      **                   CAPMON.                                    *
      **  2026/10/15 DAO   READ THE WIDENED-AMOUNT MASTER (DD         *
      **                   MASTEXTW, MASTRECW) WHEN PRESENT, ELSE DD  *
      **                   MASTEXT (MASTWWS/MASTWNR); WIDEN THE       *
      **                   TABLE AMOUNT; LIST AND FAIL ON A USAGE     *
      **                   TOTAL SIZE ERROR.                          *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                 *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) NAMING THE  *
      **                   MASTER DD ACTUALLY READ, FOR THE MONTHLY   *
      **                   DISCLOSE REPORT.                           *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MASTEXT-FILE  ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UMR-MASTEXT-STATUS.
      *> OPTIONAL - THE WIDENED-AMOUNT MASTER (MASTRECW.cpy).  WHEN
      *> IT IS PRESENT THE RUN READS IT INSTEAD OF DD MASTEXT - SEE
      *> MASTWWS.cpy.
           SELECT OPTIONAL MASTEXTW-FILE ASSIGN TO "MASTEXTW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT USGEXT-FILE   ASSIGN TO "USGEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UMR-USGEXT-STATUS.
           SELECT RECNRPT-FILE  ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UMR-RECNRPT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
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
       01  MASTEXT-RECORD                  PIC X(37).
       FD  MASTEXTW-FILE.
       01  MASTEXTW-RECORD                 PIC X(39).
       FD  USGEXT-FILE.
       COPY USAGEREC.
       FD  RECNPRM-FILE.
       01  RECNPRM-RECORD                  PIC 9(07)V99.
       FD  RECNRPT-FILE.
       01  RECNRPT-RECORD                  PIC X(110).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE MASTER RECORD IN EITHER LAYOUT - SEE MASTWWS.cpy.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  UMR-MASTEXT-STATUS              PIC XX.
           88  UMR-MASTEXT-OK              VALUE "00".
      *> EACH FINAL READ'S AT END DRIVES ITS OWN STATUS TO "10", SO
       01  UMR-MAST-TAB.
           05  UMR-MAST-ENTRY              OCCURS 2000 TIMES.
               10  UMR-MAST-ACCOUNT         PIC X(09).
               10  UMR-MAST-AMOUNT          PIC S9(9)V99  COMP-3.
               10  UMR-USG-TOTAL            PIC S9(11)V99 COMP-3.
               10  UMR-USG-SEEN-SW          PIC X(01).
       01  UMR-MAST-TOP                    PIC 9(04)       VALUE 0.
       01  UMR-USG-CNT                     PIC 9(08)       VALUE 0.
       01  UMR-ORPHAN-CNT                  PIC 9(08)       VALUE 0.
       01  UMR-VARIANCE-CNT                PIC 9(06)       VALUE 0.
       01  UMR-SIZE-ERR-CNT                PIC 9(06)       VALUE 0.
       01  UMR-MAST-AMT-TXT                PIC -(9)9.99.
       01  UMR-USG-AMT-TXT                 PIC -(10)9.99.
       01  UMR-VAR-TXT                     PIC -(10)9.99.
       01  UMR-OUT-LINE                    PIC X(110)      VALUE SPACES.
               VARYING UMR-MAST-IDX FROM 1 BY 1
               UNTIL UMR-MAST-IDX > UMR-MAST-TOP
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
               END-READ
               CLOSE RECNPRM-FILE
           END-IF
           PERFORM 1050-OPEN-MASTER THRU 1050-EXIT
           OPEN INPUT  USGEXT-FILE
           OPEN OUTPUT RECNRPT-FILE
           MOVE "Y" TO UMR-RECNRPT-OPENED-SW
           IF NOT UMR-USGEXT-OK
               DISPLAY "USGMRECN - UNABLE TO OPEN USGEXT, STATUS="
                   UMR-USGEXT-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-OPEN-MASTER - THE WIDENED MASTER WINS WHEN ITS DD IS    *
      *  PRESENT; OTHERWISE THE RUN IS ON THE OLD LAYOUT AS ALWAYS.   *
      ******************************************************************
       1050-OPEN-MASTER.
           OPEN INPUT MASTEXTW-FILE
           IF MASTW-OK
               MOVE "W" TO MASTW-LAYOUT-SW
               MOVE "Y" TO MASTW-OPENED-SW
               GO TO 1050-EXIT
           END-IF
           IF NOT MASTW-ABSENT
               DISPLAY "USGMRECN - UNABLE TO OPEN MASTEXTW, STATUS="
                   MASTW-STATUS
               MOVE "Y" TO UMR-MAST-EOF-SW
               MOVE "Y" TO UMR-USG-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF
           CLOSE MASTEXTW-FILE
           OPEN INPUT MASTEXT-FILE
           IF NOT UMR-MASTEXT-OK
               DISPLAY "USGMRECN - UNABLE TO OPEN MASTEXT, STATUS="
                   UMR-MASTEXT-STATUS
               MOVE "Y" TO UMR-MAST-EOF-SW
               MOVE "Y" TO UMR-USG-EOF-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO UMR-MASTEXT-OPENED-SW
           END-IF.
       1050-EXIT.
           EXIT.
      *
       1100-LOAD-MASTER.
           IF MASTW-WIDE-LAYOUT
               READ MASTEXTW-FILE INTO MASTER-REC-W
                   AT END
                       MOVE "Y" TO UMR-MAST-EOF-SW
               END-READ
           ELSE
               READ MASTEXT-FILE INTO MASTER_REC
                   AT END
                       MOVE "Y" TO UMR-MAST-EOF-SW
               END-READ
           END-IF
           IF UMR-MAST-EOF
               GO TO 1100-EXIT
           END-IF
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           IF UMR-MAST-TOP < 2000
               ADD 1 TO UMR-MAST-TOP
               MOVE ACCOUNT_NO TO UMR-MAST-ACCOUNT(UMR-MAST-TOP)
               MOVE MASTW-AMOUNT
                   TO UMR-MAST-AMOUNT(UMR-MAST-TOP)
               MOVE 0   TO UMR-USG-TOTAL(UMR-MAST-TOP)
               MOVE "N" TO UMR-USG-SEEN-SW(UMR-MAST-TOP)
               WRITE RECNRPT-RECORD FROM UMR-OUT-LINE
               GO TO 2000-EXIT
           END-IF
      *> A ROLL-UP THAT OUTGROWS THE TOTAL IS LISTED AND FAILS THE
      *> RUN RATHER THAN TYING OUT A TRUNCATED FIGURE.
           ADD AMOUNT OF USAGE-RECORD
               TO UMR-USG-TOTAL(UMR-FOUND-IDX)
               ON SIZE ERROR
                   ADD 1 TO UMR-SIZE-ERR-CNT
                   MOVE SPACES TO UMR-OUT-LINE
                   STRING "ACCOUNT " UMR-KEY-ACCOUNT
                       " - USAGE TOTAL OVERFLOW, RECORD NOT ADDED"
                       DELIMITED BY SIZE
                       INTO UMR-OUT-LINE
                   END-STRING
                   WRITE RECNRPT-RECORD FROM UMR-OUT-LINE
           END-ADD
           MOVE "Y" TO UMR-USG-SEEN-SW(UMR-FOUND-IDX).
       2000-EXIT.
           EXIT.
           IF UMR-VARIANCE-CNT > 0 OR UMR-ORPHAN-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF
           IF UMR-SIZE-ERR-CNT > 0
               DISPLAY "USGMRECN - " UMR-SIZE-ERR-CNT
                   " USAGE RECORDS OVERFLOWED THEIR ACCOUNT TOTAL - "
                   "RECONCILIATION INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF UMR-MAST-OVERFLOW-CNT > 0
               DISPLAY "USGMRECN - " UMR-MAST-OVERFLOW-CNT
                   " MASTER RECORDS EXCEEDED THE TABLE - "
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> EVERY MASTER RECORD READ IS EITHER HELD OR COUNTED AS AN
      *> OVERFLOW, SO THE TWO TOGETHER ARE THE RECORDS READ.
       7850-POST-ACCESS-LOG.
           IF NOT UMR-MASTEXT-OPENED AND NOT MASTW-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "USGMRECN" TO AXL-WS-PROGRAM
           IF MASTW-OPENED
               MOVE "MASTEXTW" TO AXL-WS-EXTRACT-DD
           ELSE
               MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
           END-IF
           COMPUTE AXL-WS-RECORDS-READ =
               UMR-MAST-TOP + UMR-MAST-OVERFLOW-CNT
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "USGMRECN" TO RNL-WS-PROGRAM
           MOVE UMR-USG-CNT      TO RNL-WS-RECORDS-IN
           MOVE UMR-ORPHAN-CNT   TO RNL-WS-RECORDS-SUSP
           COMPUTE RNL-WS-TABLE-PEAK (1) =
               UMR-MAST-TOP + UMR-MAST-OVERFLOW-CNT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF UMR-MASTEXT-OPENED
               CLOSE MASTEXT-FILE
           END-IF
           IF MASTW-OPENED
               CLOSE MASTEXTW-FILE
           END-IF
           IF UMR-USGEXT-OPENED
               CLOSE USGEXT-FILE
           END-IF
