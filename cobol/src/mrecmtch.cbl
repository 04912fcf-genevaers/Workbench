      **                   MRECMTCH/MATCHMODE ROW) FIRST, FALLING     *
      **                   BACK TO THE MTCHPRM CARD - THE VALUE       *
      **                   PARMVAL PROVED IS THE VALUE THE RUN USES.  *
      **  2026/10/15 DAO   TAKE ONLY THE PARMLIB ROW IN FORCE ON THE  *
      **                   RUN DATE - THE LIBRARY NOW CARRIES         *
      **                   EFFECTIVE-DATED WINDOWS (PARMMNT), CLOSED  *
      **                   AND SCHEDULED ONES INCLUDED.               *
      **  2026/10/15 DAO   EITHER SIDE MAY BE THE WIDENED-AMOUNT      *
      **                   MASTER (DD OLDEXTRW / NEWEXTRW) DURING     *
      **                   THE CHANGEOVER; AMOUNTS AND REPORT LINE    *
      **                   WIDENED.                                   *
      **  2026/10/15 DAO   POST EXTRACT-ACCESS ROWS                   *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE OLD *
      **                   AND NEW SIDES, NAMING THE DD EACH SIDE WAS *
      **                   ACTUALLY READ FROM, FOR THE MONTHLY        *
      **                   DISCLOSE REPORT.                           *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT NEWEXTR-FILE  ASSIGN TO "NEWEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MMU-NEWEXTR-STATUS.
      *> OPTIONAL - EITHER SIDE MAY BE THE WIDENED-AMOUNT MASTER
      *> (MASTRECW.cpy).  WHEN ITS "W" DD IS PRESENT THAT SIDE IS READ
      *> INSTEAD OF THE OLD-LAYOUT DD - SEE MASTWWS.cpy.
           SELECT OPTIONAL OLDEXTRW-FILE ASSIGN TO "OLDEXTRW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT OPTIONAL NEWEXTRW-FILE ASSIGN TO "NEWEXTRW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTW-STATUS.
           SELECT MTCHRPT-FILE  ASSIGN TO "MTCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MMU-MTCHRPT-STATUS.
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
       FD  OLDEXTR-FILE.
       01  OLDEXTR-RECORD                  PIC X(37).
       FD  OLDEXTRW-FILE.
       01  OLDEXTRW-RECORD                 PIC X(39).
       FD  NEWEXTR-FILE.
       01  NEWEXTR-RECORD                  PIC X(37).
       FD  NEWEXTRW-FILE.
       01  NEWEXTRW-RECORD                 PIC X(39).
       FD  MTCHRPT-FILE.
       01  MTCHRPT-RECORD                  PIC X(110).
       FD  MTCHPRM-FILE.
       01  MTCHPRM-RECORD.
           05  MMU-PARM-MODE               PIC X(01).
       COPY LOCKREC.
       FD  LOCKAUD-FILE.
       COPY LOCKAREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED MASTER-LOCK WORK FIELDS - SEE LOCKWS.cpy.
       COPY LOCKWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> EACH SIDE'S CURRENT RECORD, READ INTO HERE FROM WHICHEVER
      *> LAYOUT THAT SIDE IS ON.  A WIDENED RECORD IS NARROWED THROUGH
      *> MASTER_REC (MASTWNR.cpy) AND ITS AMOUNT KEPT IN THE SIDE'S
      *> MMU-xxx-CUR-AMOUNT - NEVER TAKE AMOUNT OF THE RECORDS BELOW.
       COPY MASTERREC
           REPLACING MASTER_REC BY OLD-MASTER-REC.
       COPY MASTERREC
           REPLACING MASTER_REC BY NEW-MASTER-REC.
       COPY MASTERREC.
       COPY MASTRECW.
       COPY MASTWWS.
       01  MMU-OLD-CUR-AMOUNT               PIC S9(9)V99 COMP-3
                                            VALUE 0.
       01  MMU-NEW-CUR-AMOUNT               PIC S9(9)V99 COMP-3
                                            VALUE 0.
       01  MMU-OLDW-OPENED-SW               PIC X(01)      VALUE "N".
           88  MMU-OLDW-OPENED              VALUE "Y".
       01  MMU-NEWW-OPENED-SW               PIC X(01)      VALUE "N".
           88  MMU-NEWW-OPENED              VALUE "Y".
       01  MMU-OLDEXTR-STATUS              PIC XX.
           88  MMU-OLDEXTR-OK              VALUE "00".
       01  MMU-NEWEXTR-STATUS              PIC XX.
           88  MMU-PARMLIB-EOF             VALUE "Y".
       01  MMU-LIB-FOUND-SW                PIC X(01)       VALUE "N".
           88  MMU-LIB-FOUND               VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  MMU-LIB-RUN-DATE                PIC 9(08)       VALUE 0.
      *> "T" TABLE LOOKUP (THE ORIGINAL MODE, NEITHER EXTRACT ASSUMED
      *> SORTED), "S" BALANCED-LINE AGAINST TWO PRE-SORTED EXTRACTS.
       01  MMU-MODE-SW                     PIC X(01)       VALUE "T".
       01  MMU-OLD-TAB.
           05  MMU-OLD-ENTRY                OCCURS 2000 TIMES.
               10  MMU-OLD-ACCOUNT          PIC X(09).
               10  MMU-OLD-AMOUNT           PIC S9(9)V99 COMP-3.
               10  MMU-OLD-MATCHED-SW       PIC X(01)  VALUE "N".
                   88  MMU-OLD-MATCHED      VALUE "Y".
       01  MMU-OLD-TOP                     PIC 9(04)      VALUE 0.
       01  MMU-OLD-OVERFLOW-CNT             PIC 9(04)      VALUE 0.
       01  MMU-FOUND-SW                     PIC X(01)      VALUE "N".
           88  MMU-FOUND                    VALUE "Y".
       01  MMU-DELTA-AMOUNT                 PIC S9(10)V99.
       01  MMU-OLD-CNT                      PIC 9(08)      VALUE 0.
       01  MMU-NEW-CNT                      PIC 9(08)      VALUE 0.
       01  MMU-MATCHED-CNT                  PIC 9(08)      VALUE 0.
       01  MMU-DISCREP-TXT                  PIC ZZZZZZZ9.
       01  MMU-NEW-ONLY-TXT                 PIC ZZZZZZZ9.
       01  MMU-OLD-ONLY-TXT                 PIC ZZZZZZZ9.
       01  MMU-OLD-AMT-TXT                  PIC -(9)9.99.
       01  MMU-NEW-AMT-TXT                  PIC -(9)9.99.
       01  MMU-DELTA-TXT                    PIC -(10)9.99.
       01  MMU-OUT-LINE                     PIC X(110)     VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-READ-MODE-PARM THRU 0100-EXIT
                   UNTIL MMU-OLD-IDX > MMU-OLD-TOP
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      *  THE VALUE THE RUN USES.                                      *
      ******************************************************************
       0050-RESOLVE-LIBRARY-PARM.
           ACCEPT MMU-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT MMU-PARMLIB-OK
               GO TO 0050-EXIT
               OR PRM-PARM-NAME NOT = "MATCHMODE"
               GO TO 0060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > MMU-LIB-RUN-DATE
               GO TO 0060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < MMU-LIB-RUN-DATE
               GO TO 0060-EXIT
           END-IF
           IF PRM-PARM-VALUE(1:1) NOT = "S"
               AND PRM-PARM-VALUE(1:1) NOT = "T"
               DISPLAY "MRECMTCH - PARMLIB MATCHMODE IS NOT S OR T "
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1050-OPEN-OLD-SIDE THRU 1050-EXIT
           PERFORM 1060-OPEN-NEW-SIDE THRU 1060-EXIT
           OPEN OUTPUT MTCHRPT-FILE
           IF NOT MMU-OLDEXTR-OPENED AND NOT MMU-OLDW-OPENED
               MOVE "Y" TO MMU-OLD-EOF-SW
               MOVE "Y" TO MMU-NEW-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT MMU-NEWEXTR-OPENED AND NOT MMU-NEWW-OPENED
               MOVE "Y" TO MMU-OLD-EOF-SW
               MOVE "Y" TO MMU-NEW-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050/1060 - EACH SIDE OPENS ITS WIDENED MASTER WHEN THAT DD  *
      *  IS PRESENT, OTHERWISE ITS OLD-LAYOUT EXTRACT AS ALWAYS.      *
      ******************************************************************
       1050-OPEN-OLD-SIDE.
           OPEN INPUT OLDEXTRW-FILE
           IF MASTW-OK
               MOVE "W" TO MASTW-LAYOUT-SW
               MOVE "Y" TO MMU-OLDW-OPENED-SW
               GO TO 1050-EXIT
           END-IF
           IF NOT MASTW-ABSENT
               DISPLAY "MRECMTCH - UNABLE TO OPEN OLDEXTRW, STATUS="
                   MASTW-STATUS
               GO TO 1050-EXIT
           END-IF
           CLOSE OLDEXTRW-FILE
           OPEN INPUT OLDEXTR-FILE
           IF NOT MMU-OLDEXTR-OK
               DISPLAY "MRECMTCH - UNABLE TO OPEN OLDEXTR, STATUS="
                   MMU-OLDEXTR-STATUS
               GO TO 1050-EXIT
           END-IF
           MOVE "Y" TO MMU-OLDEXTR-OPENED-SW.
       1050-EXIT.
           EXIT.
      *
       1060-OPEN-NEW-SIDE.
           OPEN INPUT NEWEXTRW-FILE
           IF MASTW-OK
               MOVE "W" TO MASTW-LAYOUT-SW
               MOVE "Y" TO MMU-NEWW-OPENED-SW
               GO TO 1060-EXIT
           END-IF
           IF NOT MASTW-ABSENT
               DISPLAY "MRECMTCH - UNABLE TO OPEN NEWEXTRW, STATUS="
                   MASTW-STATUS
               GO TO 1060-EXIT
           END-IF
           CLOSE NEWEXTRW-FILE
           OPEN INPUT NEWEXTR-FILE
           IF NOT MMU-NEWEXTR-OK
               DISPLAY "MRECMTCH - UNABLE TO OPEN NEWEXTR, STATUS="
                   MMU-NEWEXTR-STATUS
               GO TO 1060-EXIT
           END-IF
           MOVE "Y" TO MMU-NEWEXTR-OPENED-SW.
       1060-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-LOAD-OLD-RECORDS - READS OLDEXTR IN FULL INTO MMU-OLD-TAB*
      ******************************************************************
       1100-LOAD-OLD-RECORDS.
           PERFORM 1150-READ-OLD-SIDE THRU 1150-EXIT
           IF MMU-OLD-EOF
               GO TO 1100-EXIT
           END-IF
               ADD 1 TO MMU-OLD-TOP
               MOVE ACCOUNT_NO OF OLD-MASTER-REC
                   TO MMU-OLD-ACCOUNT(MMU-OLD-TOP)
               MOVE MMU-OLD-CUR-AMOUNT
                   TO MMU-OLD-AMOUNT(MMU-OLD-TOP)
               MOVE "N"    TO MMU-OLD-MATCHED-SW(MMU-OLD-TOP)
           ELSE
           EXIT.
      *
      ******************************************************************
      *  1150/1160 - ONE RECORD FROM EACH SIDE, IN WHICHEVER LAYOUT    *
      *  THAT SIDE IS ON, INTO OLD-/NEW-MASTER-REC AND ITS AMOUNT.     *
      ******************************************************************
       1150-READ-OLD-SIDE.
           IF NOT MMU-OLDW-OPENED
               READ OLDEXTR-FILE INTO OLD-MASTER-REC
                   AT END
                       MOVE "Y" TO MMU-OLD-EOF-SW
                       GO TO 1150-EXIT
               END-READ
               MOVE AMOUNT OF OLD-MASTER-REC TO MMU-OLD-CUR-AMOUNT
               GO TO 1150-EXIT
           END-IF
           READ OLDEXTRW-FILE INTO MASTER-REC-W
               AT END
                   MOVE "Y" TO MMU-OLD-EOF-SW
                   GO TO 1150-EXIT
           END-READ
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           MOVE MASTER_REC TO OLD-MASTER-REC
           MOVE MASTW-AMOUNT TO MMU-OLD-CUR-AMOUNT.
       1150-EXIT.
           EXIT.
      *
       1160-READ-NEW-SIDE.
           IF NOT MMU-NEWW-OPENED
               READ NEWEXTR-FILE INTO NEW-MASTER-REC
                   AT END
                       MOVE "Y" TO MMU-NEW-EOF-SW
                       GO TO 1160-EXIT
               END-READ
               MOVE AMOUNT OF NEW-MASTER-REC TO MMU-NEW-CUR-AMOUNT
               GO TO 1160-EXIT
           END-IF
           READ NEWEXTRW-FILE INTO MASTER-REC-W
               AT END
                   MOVE "Y" TO MMU-NEW-EOF-SW
                   GO TO 1160-EXIT
           END-READ
           PERFORM 7700-NARROW-MASTER-REC THRU 7700-EXIT
           MOVE MASTER_REC TO NEW-MASTER-REC
           MOVE MASTW-AMOUNT TO MMU-NEW-CUR-AMOUNT.
       1160-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-MATCH-NEW-RECORDS - LOOKS UP EACH NEWEXTR RECORD'S       *
      *  ACCOUNT_NO IN MMU-OLD-TAB AND TIES OUT THE AMOUNT WHEN FOUND. *
      ******************************************************************
       2000-MATCH-NEW-RECORDS.
           PERFORM 1160-READ-NEW-SIDE THRU 1160-EXIT
           IF MMU-NEW-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO MMU-MATCHED-CNT
           MOVE "Y" TO MMU-OLD-MATCHED-SW(MMU-OLD-IDX)
           COMPUTE MMU-DELTA-AMOUNT =
               MMU-NEW-CUR-AMOUNT - MMU-OLD-AMOUNT(MMU-OLD-IDX)
           IF MMU-DELTA-AMOUNT NOT = 0
               ADD 1 TO MMU-DISCREP-CNT
               MOVE MMU-OLD-AMOUNT(MMU-OLD-IDX)   TO MMU-OLD-AMT-TXT
               MOVE MMU-NEW-CUR-AMOUNT             TO MMU-NEW-AMT-TXT
               MOVE MMU-DELTA-AMOUNT                TO MMU-DELTA-TXT
               MOVE SPACES TO MMU-OUT-LINE
               STRING "ACCOUNT " ACCOUNT_NO OF NEW-MASTER-REC
           EXIT.
      *
       5100-READ-OLD-SIDE.
           PERFORM 1150-READ-OLD-SIDE THRU 1150-EXIT
           IF MMU-OLD-EOF
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO MMU-OLD-CNT
           IF ACCOUNT_NO OF OLD-MASTER-REC < MMU-OLD-PRIOR-KEY
               ADD 1 TO MMU-SEQ-ERR-CNT
           EXIT.
      *
       5200-READ-NEW-SIDE.
           PERFORM 1160-READ-NEW-SIDE THRU 1160-EXIT
           IF MMU-NEW-EOF
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO MMU-NEW-CNT
           IF ACCOUNT_NO OF NEW-MASTER-REC < MMU-NEW-PRIOR-KEY
               ADD 1 TO MMU-SEQ-ERR-CNT
       5400-MATCHED-PAIR.
           ADD 1 TO MMU-MATCHED-CNT
           COMPUTE MMU-DELTA-AMOUNT =
               MMU-NEW-CUR-AMOUNT - MMU-OLD-CUR-AMOUNT
           IF MMU-DELTA-AMOUNT NOT = 0
               ADD 1 TO MMU-DISCREP-CNT
               MOVE MMU-OLD-CUR-AMOUNT       TO MMU-OLD-AMT-TXT
               MOVE MMU-NEW-CUR-AMOUNT       TO MMU-NEW-AMT-TXT
               MOVE MMU-DELTA-AMOUNT         TO MMU-DELTA-TXT
               MOVE SPACES TO MMU-OUT-LINE
               STRING "ACCOUNT " ACCOUNT_NO OF NEW-MASTER-REC
       4000-EXIT.
           EXIT.
      *
      *> SHARED EITHER-LAYOUT MASTER PARAGRAPH - SEE MASTWNR.cpy.
       COPY MASTWNR.
      *
      *> ONE ROW PER SIDE, NAMING THE DD THAT SIDE WAS ACTUALLY READ
      *> FROM.
       7850-POST-ACCESS-LOG.
           MOVE "MRECMTCH" TO AXL-WS-PROGRAM
           IF MMU-OLDEXTR-OPENED OR MMU-OLDW-OPENED
               IF MMU-OLDW-OPENED
                   MOVE "OLDEXTRW" TO AXL-WS-EXTRACT-DD
               ELSE
                   MOVE "OLDEXTR " TO AXL-WS-EXTRACT-DD
               END-IF
               MOVE MMU-OLD-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF MMU-NEWEXTR-OPENED OR MMU-NEWW-OPENED
               IF MMU-NEWW-OPENED
                   MOVE "NEWEXTRW" TO AXL-WS-EXTRACT-DD
               ELSE
                   MOVE "NEWEXTR " TO AXL-WS-EXTRACT-DD
               END-IF
               MOVE MMU-NEW-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
      *> SHARED MASTER-LOCK PARAGRAPHS - SEE LOCKCK.cpy.
       COPY LOCKCK.
      *
           IF MMU-NEWEXTR-OPENED
               CLOSE NEWEXTR-FILE
           END-IF
           IF MMU-OLDW-OPENED
               CLOSE OLDEXTRW-FILE
           END-IF
           IF MMU-NEWW-OPENED
               CLOSE NEWEXTRW-FILE
           END-IF
           CLOSE MTCHRPT-FILE
           PERFORM 8450-RELEASE-LOCK THRU 8450-EXIT.
