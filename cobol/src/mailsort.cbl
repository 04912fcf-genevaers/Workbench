      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST AN END-OF-JOB RUN-CONTROL RECORD TO   *
      **                   THE SUITE RUN LOG (RUNLOGWS/RUNLOGWR),     *
      **                   CARRYING THE PIECE TABLE'S PEAK FILL FOR   *
      **                   CAPMON.                                    *
      **  2026/10/15 DAO   PSTPRM MAY NAME THE CAMPAIGN BEING MAILED; *
      **                   ITS POSTAGE BY ZIP AND TIER IS THEN        *
      **                   APPENDED TO THE POSTAGE LEDGER ON DD       *
      **                   MAILPST (MAILPST.cpy) FOR MAILROI.         *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MAILMAN-FILE  ASSIGN TO "MAILMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSR-MAILMAN-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
      *> OPTIONAL - THE CAMPAIGN POSTAGE LEDGER, CREATED ON FIRST USE
      *> AND EXTENDED BY EVERY RUN THAT NAMES A CAMPAIGN.
           SELECT OPTIONAL MAILPST-FILE ASSIGN TO "MAILPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSR-MAILPST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAILEXT-FILE.
           05  MSR-PARM-RATE-5D            PIC 9V9(04).
           05  MSR-PARM-RATE-3D            PIC 9V9(04).
           05  MSR-PARM-RATE-MX            PIC 9V9(04).
      *> BLANK WHEN THE RUN IS NOT A CAMPAIGN MAILING.
           05  MSR-PARM-CAMPAIGN           PIC X(08).
       FD  PRESORT-FILE.
       COPY MAILREC
           REPLACING MAILING-RECORD BY PRESORT-RECORD.
       FD  MAILMAN-FILE.
       01  MAILMAN-RECORD                  PIC X(100).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  MAILPST-FILE.
       COPY MAILPST.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  MSR-MAILEXT-STATUS              PIC XX.
           88  MSR-MAILEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES MSR-MAILEXT-STATUS TO "10",
      *> SAME REASONING AS MSR-MAILEXT-OPENED-SW ABOVE.
       01  MSR-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  MSR-OUTPUTS-OPENED          VALUE "Y".
       01  MSR-MAILPST-STATUS              PIC XX.
           88  MSR-MAILPST-OK              VALUE "00" "05".
       01  MSR-MAILPST-OPENED-SW           PIC X(01)       VALUE "N".
           88  MSR-MAILPST-OPENED          VALUE "Y".
       01  MSR-EOF-SW                      PIC X(01)       VALUE "N".
           88  MSR-EOF                     VALUE "Y".
       01  MSR-CAMPAIGN                    PIC X(08)       VALUE SPACES.
       01  MSR-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  MSR-RATE-5D                     PIC 9V9(04)     VALUE 0.
       01  MSR-RATE-3D                     PIC 9V9(04)     VALUE 0.
       01  MSR-RATE-MX                     PIC 9V9(04)     VALUE 0.
       01  MSR-POST-MX                     PIC 9(08)V99    VALUE 0.
       01  MSR-POST-TOTAL                  PIC 9(09)V99    VALUE 0.
       01  MSR-OVERFLOW-CNT                PIC 9(06)       VALUE 0.
      *> ----------------- POSTAGE LEDGER ROW --------------------------
      *> EVERY PIECE OF ONE ZIP SHARES ONE TIER, SO A ROW IS BUILT UP
      *> OVER THE ZIP'S RUN OF PIECES AND WRITTEN WHEN THE ZIP CHANGES.
       01  MSR-PST-PENDING-SW              PIC X(01)       VALUE "N".
           88  MSR-PST-PENDING             VALUE "Y".
       01  MSR-PST-ZIP                     PIC 9(05)       VALUE 0.
       01  MSR-PST-TIER                    PIC X(01)       VALUE SPACE.
       01  MSR-PST-PIECES                  PIC 9(06)       VALUE 0.
       01  MSR-PST-POSTAGE                 PIC 9(07)V99    VALUE 0.
       01  MSR-PST-ROW-CNT                 PIC 9(06)       VALUE 0.
       01  MSR-AMT-TXT                     PIC ZZZZZZZ9.99.
       01  MSR-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
               VARYING MSR-OX FROM 1 BY 1
               UNTIL MSR-OX > MSR-PC-CNT
           PERFORM 4000-POSTAGE-STATEMENT THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
           MOVE MSR-PARM-RATE-5D TO MSR-RATE-5D
           MOVE MSR-PARM-RATE-3D TO MSR-RATE-3D
           MOVE MSR-PARM-RATE-MX TO MSR-RATE-MX
           MOVE MSR-PARM-CAMPAIGN TO MSR-CAMPAIGN
           CLOSE PSTPRM-FILE
           ACCEPT MSR-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT MAILEXT-FILE
           OPEN OUTPUT PRESORT-FILE
           OPEN OUTPUT MAILMAN-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO MSR-MAILEXT-OPENED-SW
           IF MSR-CAMPAIGN = SPACES
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND MAILPST-FILE
           IF NOT MSR-MAILPST-OK
               DISPLAY "MAILSORT - MAILPST NOT WRITABLE, STATUS="
                   MSR-MAILPST-STATUS " - CAMPAIGN POSTAGE COULD "
                   "NEVER BE COSTED, RUN REFUSED"
               MOVE "Y" TO MSR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO MSR-MAILPST-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
                   ADD 1 TO MSR-CNT-MX
                   ADD MSR-RATE-MX TO MSR-POST-MX
           END-EVALUATE
           IF MSR-MAILPST-OPENED
               PERFORM 3100-ADD-TO-LEDGER-ROW THRU 3100-EXIT
           END-IF
           MOVE MSR-PC-IMAGE (MSR-PX) TO PRESORT-RECORD
           WRITE PRESORT-RECORD.
       3000-EXIT.
           EXIT.
      *
      *> THE PIECE'S POSTAGE IS ADDED EXACTLY AS ITS TIER TOTAL ABOVE
      *> ADDS IT, SO ONE RUN'S LEDGER ROWS TIE TO ITS MANIFEST.
       3100-ADD-TO-LEDGER-ROW.
           IF MSR-PST-PENDING
               AND MSR-PC-ZIP (MSR-PX) NOT = MSR-PST-ZIP
               PERFORM 3200-WRITE-LEDGER-ROW THRU 3200-EXIT
           END-IF
           IF NOT MSR-PST-PENDING
               MOVE "Y" TO MSR-PST-PENDING-SW
               MOVE MSR-PC-ZIP (MSR-PX) TO MSR-PST-ZIP
               MOVE MSR-PC-TIER (MSR-PX) TO MSR-PST-TIER
               MOVE 0 TO MSR-PST-PIECES
               MOVE 0 TO MSR-PST-POSTAGE
           END-IF
           ADD 1 TO MSR-PST-PIECES
           EVALUATE MSR-PST-TIER
               WHEN "5"
                   ADD MSR-RATE-5D TO MSR-PST-POSTAGE
               WHEN "3"
                   ADD MSR-RATE-3D TO MSR-PST-POSTAGE
               WHEN OTHER
                   ADD MSR-RATE-MX TO MSR-PST-POSTAGE
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *
       3200-WRITE-LEDGER-ROW.
           MOVE MSR-CAMPAIGN    TO MPS-CAMPAIGN
           MOVE MSR-RUN-DATE    TO MPS-MAIL-DATE
           MOVE MSR-PST-ZIP     TO MPS-ZIP
           MOVE MSR-PST-TIER    TO MPS-TIER
           MOVE MSR-PST-PIECES  TO MPS-PIECES
           MOVE MSR-PST-POSTAGE TO MPS-POSTAGE
           WRITE POSTAGE-LEDGER-RECORD
           ADD 1 TO MSR-PST-ROW-CNT
           MOVE "N" TO MSR-PST-PENDING-SW.
       3200-EXIT.
           EXIT.
      *
       4000-POSTAGE-STATEMENT.
           IF NOT MSR-OUTPUTS-OPENED
           WRITE MAILMAN-RECORD FROM MSR-OUT-LINE
           DISPLAY "MAILSORT - " MSR-PC-CNT " PIECES PRESORTED, "
               MSR-TRAY-NO " TRAYS, " MSR-BUNDLE-CNT " BUNDLES"
           IF MSR-PST-PENDING
               PERFORM 3200-WRITE-LEDGER-ROW THRU 3200-EXIT
           END-IF
           IF MSR-MAILPST-OPENED
               DISPLAY "MAILSORT - " MSR-PST-ROW-CNT " ZIP ROWS "
                   "LEDGERED TO CAMPAIGN " MSR-CAMPAIGN
           END-IF
           IF MSR-OVERFLOW-CNT > 0
               DISPLAY "MAILSORT - " MSR-OVERFLOW-CNT
                   " PIECES EXCEEDED THE TABLE - PRESORT IS "
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "MAILSORT" TO RNL-WS-PROGRAM
           COMPUTE RNL-WS-RECORDS-IN = MSR-PC-CNT + MSR-OVERFLOW-CNT
           MOVE MSR-PC-CNT       TO RNL-WS-RECORDS-OUT
           MOVE MSR-OVERFLOW-CNT TO RNL-WS-RECORDS-SUSP
           COMPUTE RNL-WS-TABLE-PEAK (1) =
               MSR-PC-CNT + MSR-OVERFLOW-CNT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF MSR-MAILEXT-OPENED
           IF MSR-OUTPUTS-OPENED
               CLOSE PRESORT-FILE
               CLOSE MAILMAN-FILE
           END-IF
           IF MSR-MAILPST-OPENED
               CLOSE MAILPST-FILE
           END-IF.
