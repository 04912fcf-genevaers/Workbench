      **      MATCHING STILL WORKS ON THE MASKED DATA.  FIELD AND     *
      **      RECORD COUNTS GO TO DD MASKRPT; A TAGGED FIELD THE      *
      **      CATALOG DOES NOT CARRY IS CALLED OUT THERE TOO.         *
      **      WHEN MASKPRM ALSO NAMES AN EXTRACT DD (COLUMNS 31-38)    *
      **      THE LOGICAL RECORD IS PICKED RECORD BY RECORD FROM THAT  *
      **      EXTRACT'S LRDISC DISCRIMINATOR ROWS (SEE DSCWS.CPY) AND  *
      **      EACH RECORD IS MASKED BY ITS OWN LOGICAL RECORD'S TAGS;  *
      **      A RECORD WHOSE DISCRIMINATOR HAS NO ROW IS HELD OUT OF   *
      **      MASKOUT AND LISTED ON MASKRPT.                           *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **                   AND HALT ON ANY OVERLAPPING TAGGED SPANS  *
      **                   - THE SELF-INVERSE SUBSTITUTION RUN TWICE *
      **                   OVER ONE BYTE HANDS THE REAL VALUE BACK.  *
      **  2026/10/15 DAO   PICK THE LOGICAL RECORD PER RECORD FROM THE *
      **                   LRDISC DISCRIMINATOR TABLE.                 *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MASKRPT-FILE  ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMK-MASKRPT-STATUS.
           SELECT OPTIONAL LRDISC-FILE ASSIGN TO "LRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSC-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LRCAT-FILE.
       FD  MASKPRM-FILE.
       01  MASKPRM-RECORD.
           05  PMK-PARM-LR-NAME            PIC X(30).
      *> BLANK FOR A SINGLE-LAYOUT EXTRACT; OTHERWISE THE DD NAME
      *> WHOSE LRDISC ROWS PICK EACH RECORD'S LOGICAL RECORD, AND THE
      *> LOGICAL RECORD NAME ABOVE IS NOT USED.
           05  PMK-PARM-EXTRACT-DD         PIC X(08).
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON PMK-REC-LEN.
       01  MASKOUT-RECORD                  PIC X(1000).
       FD  MASKRPT-FILE.
       01  MASKRPT-RECORD                  PIC X(100).
       FD  LRDISC-FILE.
       COPY LRDSCREC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
      *> THE SHARED RECORD-TYPE DISCRIMINATOR WORK FIELDS - SEE
      *> DSCWS.cpy.
       COPY DSCWS.
       01  PMK-LRCAT-STATUS                PIC XX.
           88  PMK-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES PMK-LRCAT-STATUS TO "10", SO
           88  PMK-EOF                     VALUE "Y".
       01  PMK-REC-LEN                     PIC 9(05)       VALUE 0.
       01  PMK-CAT-LEN                     PIC 9(05)       VALUE 0.
      *> THE LOGICAL RECORD THE CURRENT RECORD WAS READ UNDER.
       01  PMK-CUR-LR                      PIC 9(02)       VALUE 1.
      *> ------------- TAGGED-FIELD REGISTRY TABLE ---------------------
       01  PMK-SENS-TAB.
           05  PMK-SENS-ENTRY              OCCURS 100 TIMES.
               10  PMK-SENS-FIELD-NAME      PIC X(30).
               10  PMK-SENS-LR-IX           PIC 9(02).
               10  PMK-SENS-CD              PIC X(04).
               10  PMK-SENS-MATCHED-SW      PIC X(01).
                   88  PMK-SENS-MATCHED     VALUE "Y".
       01  PMK-FLD-TAB.
           05  PMK-FLD-ENTRY               OCCURS 100 TIMES.
               10  PMK-FLD-NAME             PIC X(30).
               10  PMK-FLD-LR-IX            PIC 9(02).
               10  PMK-FLD-BYTE-LEN         PIC 9(05).
               10  PMK-FLD-EFF-LEN          PIC 9(05).
               10  PMK-FLD-OFFSET           PIC 9(05).
       01  PMK-REC-CNT                     PIC 9(08)       VALUE 0.
       01  PMK-SHORT-CNT                   PIC 9(08)       VALUE 0.
       01  PMK-MASKED-FLD-CNT              PIC 9(09)       VALUE 0.
       01  PMK-POS                         PIC 9(05).
       01  PMK-SPAN                        PIC 9(05).
       01  PMK-CNT-TXT                     PIC ZZZZZZZZ9.
           PERFORM 2000-MASK-RECORDS THRU 2000-EXIT
               UNTIL PMK-EOF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
                   GO TO 1000-EXIT
           END-READ
           CLOSE MASKPRM-FILE
           MOVE "PIIMASK"           TO DSC-WS-PROGRAM
           MOVE PMK-PARM-EXTRACT-DD TO DSC-WS-EXTRACT-DD
           MOVE PMK-PARM-LR-NAME    TO DSC-WS-LR-NAME-IN
           PERFORM 6500-LOAD-DISCRIMINATOR THRU 6500-EXIT
           IF DSC-WS-FAILED
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT  LRCAT-FILE
           OPEN INPUT  SENSTAB-FILE
           OPEN INPUT  EXTRACT-FILE
           IF PMK-SENS-EOF
               GO TO 1100-EXIT
           END-IF
           MOVE SEN-LR-NAME TO DSC-WS-LR-NAME-IN
           PERFORM 6540-FIND-LR THRU 6540-EXIT
           IF DSC-WS-LR-HIT = 0
               GO TO 1100-EXIT
           END-IF
      *> A FIELD TAGGED TWICE MUST STILL MASK EXACTLY ONCE - THE
               ADD 1 TO PMK-SENS-TOP
               MOVE SEN-FIELD-NAME
                   TO PMK-SENS-FIELD-NAME(PMK-SENS-TOP)
               MOVE DSC-WS-LR-HIT TO PMK-SENS-LR-IX(PMK-SENS-TOP)
               MOVE SEN-SENS-CD TO PMK-SENS-CD(PMK-SENS-TOP)
               MOVE "N" TO PMK-SENS-MATCHED-SW(PMK-SENS-TOP)
           ELSE
      *
       1160-CHECK-ONE-DUP.
           IF PMK-SENS-FIELD-NAME(PMK-SENS-IDX) = SEN-FIELD-NAME
               AND PMK-SENS-LR-IX(PMK-SENS-IDX) = DSC-WS-LR-HIT
               MOVE "Y" TO PMK-DUP-TAG-SW
           END-IF.
       1160-EXIT.
      ******************************************************************
      *  1200-LOAD-CATALOG - KEEPS THE GEOMETRY OF EVERY CATALOG      *
      *  FIELD THE REGISTRY TAGS, AND THE CATALOG LENGTH FOR THE      *
      *  SHORT-RECORD GUARD - PER LOGICAL RECORD UNDER A              *
      *  DISCRIMINATOR, A TAG MATCHING ONLY ITS OWN LOGICAL RECORD.   *
      ******************************************************************
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
      *> VALUE BACK.  A TAG ON THE REDEFINING NAME THEN FAILS THE
      *> COVERAGE CHECK LOUDLY INSTEAD OF LEAKING QUIETLY.
           IF NOT LRC-IS-FIELD
               OR LRC-BYTE-LEN = 0
               OR LRC-REDEFINES-NAME NOT = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE LRC-LR-NAME TO DSC-WS-LR-NAME-IN
           PERFORM 6540-FIND-LR THRU 6540-EXIT
           IF DSC-WS-LR-HIT = 0
               GO TO 1200-EXIT
           END-IF
           COMPUTE DSC-WS-CAND-LEN = LRC-OFFSET + LRC-EFFECTIVE-LEN
           PERFORM 6545-NOTE-FIELD THRU 6545-EXIT
           PERFORM 1210-MATCH-REGISTRY THRU 1210-EXIT.
       1200-EXIT.
           EXIT.
      *
       1220-MATCH-ONE-TAG.
           IF PMK-SENS-FIELD-NAME(PMK-SENS-IDX) NOT = LRC-FIELD-NAME
               OR PMK-SENS-LR-IX(PMK-SENS-IDX) NOT = DSC-WS-LR-HIT
               GO TO 1220-EXIT
           END-IF
           MOVE "Y" TO PMK-SENS-MATCHED-SW(PMK-SENS-IDX)
           IF PMK-FLD-TOP < 100
               ADD 1 TO PMK-FLD-TOP
               MOVE LRC-FIELD-NAME TO PMK-FLD-NAME(PMK-FLD-TOP)
               MOVE DSC-WS-LR-HIT  TO PMK-FLD-LR-IX(PMK-FLD-TOP)
               MOVE LRC-BYTE-LEN   TO PMK-FLD-BYTE-LEN(PMK-FLD-TOP)
               MOVE LRC-EFFECTIVE-LEN
                                   TO PMK-FLD-EFF-LEN(PMK-FLD-TOP)
      *  1300-CHECK-COVERAGE - A TAG NAMING A FIELD THE CATALOG DOES  *
      *  NOT CARRY MEANS THE REGISTRY AND CATALOG HAVE DRIFTED APART  *
      *  - REPORTED AND FAILED RATHER THAN SILENTLY UNPROTECTED.      *
      *  UNDER A DISCRIMINATOR, A LOGICAL RECORD WITH NO CATALOG ROWS *
      *  AT ALL HALTS THE RUN - ITS RECORDS WOULD COPY UNMASKED.      *
      ******************************************************************
       1300-CHECK-COVERAGE.
           IF PMK-EOF
               GO TO 1300-EXIT
           END-IF
           IF DSC-WS-ACTIVE
               PERFORM 6560-CHECK-CATALOG THRU 6560-EXIT
               IF DSC-WS-FAILED
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1300-EXIT
               END-IF
           END-IF
           PERFORM 1310-CHECK-ONE-TAG THRU 1310-EXIT
               VARYING PMK-SENS-IDX FROM 1 BY 1
               UNTIL PMK-SENS-IDX > PMK-SENS-TOP.
           EXIT.
      *
       1310-CHECK-ONE-TAG.
           IF PMK-SENS-MATCHED(PMK-SENS-IDX)
               GO TO 1310-EXIT
           END-IF
           MOVE SPACES TO PMK-OUT-LINE
           IF DSC-WS-ACTIVE
               STRING "TAGGED FIELD " DELIMITED BY SIZE
                   PMK-SENS-FIELD-NAME(PMK-SENS-IDX)
                       DELIMITED BY SPACE
                   " OF " DELIMITED BY SIZE
                   DSC-WS-LR-NAME(PMK-SENS-LR-IX(PMK-SENS-IDX))
                       DELIMITED BY SPACE
                   " NOT CARRIED BY THE CATALOG - NOT PROTECTED"
                   DELIMITED BY SIZE
                   INTO PMK-OUT-LINE
               END-STRING
           ELSE
               STRING "TAGGED FIELD " DELIMITED BY SIZE
                   PMK-SENS-FIELD-NAME(PMK-SENS-IDX)
                       DELIMITED BY SPACE
                   " NOT CARRIED BY THE CATALOG - NOT PROTECTED"
                   DELIMITED BY SIZE
                   INTO PMK-OUT-LINE
               END-STRING
           END-IF
           WRITE MASKRPT-RECORD FROM PMK-OUT-LINE
           MOVE 16 TO RETURN-CODE.
       1310-EXIT.
           EXIT.
      *
      *  1400-CHECK-OVERLAP - TWO GEOMETRY ENTRIES COVERING THE SAME  *
      *  BYTE WOULD RUN THE SELF-INVERSE SUBSTITUTION TWICE AND HAND  *
      *  THE REAL VALUE BACK, SO AN OVERLAP HALTS THE RUN BEFORE A    *
      *  SINGLE RECORD IS MASKED.  SPANS OF DIFFERENT LOGICAL RECORDS *
      *  NEVER MASK THE SAME RECORD AND CANNOT COLLIDE.               *
      ******************************************************************
       1400-CHECK-OVERLAP.
           IF PMK-EOF
      *
       1410-CHECK-ONE-PAIR.
           IF PMK-FLD-IDX2 <= PMK-FLD-IDX
               OR PMK-FLD-LR-IX(PMK-FLD-IDX2)
                   NOT = PMK-FLD-LR-IX(PMK-FLD-IDX)
               GO TO 1410-EXIT
           END-IF
           IF PMK-FLD-OFFSET(PMK-FLD-IDX) <
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO PMK-REC-CNT
      *> SO IS A RECORD WHOSE DISCRIMINATOR HAS NO LRDISC ROW - THERE
      *> IS NO KNOWING WHICH OF ITS BYTES ARE SENSITIVE.
           MOVE PMK-REC-LEN TO DSC-WS-REC-LEN
           MOVE PMK-REC-CNT TO DSC-WS-REC-NO
           MOVE PMK-REC-BUF(DSC-WS-START:DSC-WS-LEN)
               TO DSC-WS-REC-VALUE
           PERFORM 6550-PICK-LR THRU 6550-EXIT
           IF DSC-WS-UNMAPPED
               GO TO 2000-EXIT
           END-IF
           MOVE DSC-WS-LR-HIT TO PMK-CUR-LR
           MOVE DSC-WS-LR-CAT-LEN(PMK-CUR-LR) TO PMK-CAT-LEN
      *> A RECORD TOO SHORT TO MASK RELIABLY IS HELD OUT OF MASKOUT
      *> ENTIRELY - COPYING IT UNMASKED WOULD PUT THE REAL DATA IN
      *> THE TEST REGION'S HANDS NO MATTER WHAT THE RETURN CODE SAYS.
           EXIT.
      *
       2100-MASK-ONE-FIELD.
           IF PMK-FLD-LR-IX(PMK-FLD-IDX) NOT = PMK-CUR-LR
               GO TO 2100-EXIT
           END-IF
           MOVE PMK-FLD-OFFSET(PMK-FLD-IDX) TO PMK-POS
           ADD 1 TO PMK-POS
           MOVE PMK-FLD-EFF-LEN(PMK-FLD-IDX) TO PMK-SPAN
               WRITE MASKRPT-RECORD FROM PMK-OUT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF DSC-WS-ACTIVE AND PMK-OUTPUTS-OPENED
               PERFORM 4100-REPORT-ONE-LR THRU 4100-EXIT
                   VARYING DSC-WS-LX FROM 1 BY 1
                   UNTIL DSC-WS-LX > DSC-WS-LR-CNT
               PERFORM 4200-REPORT-ONE-UNMAPPED THRU 4200-EXIT
                   VARYING DSC-WS-UX FROM 1 BY 1
                   UNTIL DSC-WS-UX > DSC-WS-UNM-CNT
           END-IF
           IF DSC-WS-UNM-TOTAL > 0
               MOVE DSC-WS-UNM-TOTAL TO PMK-CNT-TXT
               MOVE SPACES TO PMK-OUT-LINE
               STRING "RECORDS WITH NO DISCRIMINATOR MAPPING, "
                   "HELD OUT OF MASKOUT: " PMK-CNT-TXT
                   DELIMITED BY SIZE INTO PMK-OUT-LINE
               END-STRING
               WRITE MASKRPT-RECORD FROM PMK-OUT-LINE
               PERFORM 6595-DISPLAY-UNMAPPED THRU 6595-EXIT
               MOVE 16 TO RETURN-CODE
           END-IF
           IF PMK-FLD-TOP = 0 AND PMK-SENS-TOP > 0
               DISPLAY "PIIMASK - NO TAGGED FIELD MATCHED THE "
                   "CATALOG - NOTHING WAS MASKED"
               PMK-MASKED-FLD-CNT " FIELD SPANS MASKED".
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-LR.
           PERFORM 6590-FORMAT-LR-LINE THRU 6590-EXIT
           WRITE MASKRPT-RECORD FROM DSC-WS-LINE(1:100).
       4100-EXIT.
           EXIT.
      *
       4200-REPORT-ONE-UNMAPPED.
           PERFORM 6580-FORMAT-UNMAPPED-LINE THRU 6580-EXIT
           WRITE MASKRPT-RECORD FROM DSC-WS-LINE(1:100).
       4200-EXIT.
           EXIT.
      *
      *> SHARED RECORD-TYPE DISCRIMINATOR PARAGRAPHS - SEE DSCWS.cpy.
       COPY DSCCK.
      *
       7850-POST-ACCESS-LOG.
           IF NOT PMK-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "PIIMASK " TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE PMK-REC-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF PMK-LRCAT-OPENED
