      **      BREAK.  EACH OCCURS COPY OF A FIELD COUNTS AS ITS OWN    *
      **      OBSERVATION; REDEFINES VIEWS ARE LEFT TO THEIR TARGET    *
      **      FIELD, THE SAME RULE LRFLDEDT APPLIES.                   *
      **      WHEN PRFPRM ALSO NAMES AN EXTRACT DD (COLUMNS 31-38) THE *
      **      LOGICAL RECORD IS PICKED RECORD BY RECORD FROM THAT      *
      **      EXTRACT'S LRDISC DISCRIMINATOR ROWS (SEE DSCWS.CPY), THE *
      **      PROFILE IS GROUPED BY LOGICAL RECORD, AND A RECORD WHOSE *
      **      DISCRIMINATOR HAS NO ROW IS LISTED RATHER THAN PROFILED. *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/14 DAO   TREAT COMP-5 AS BINARY, SAME AS COMP.       *
      **  2026/10/15 DAO   PICK THE LOGICAL RECORD PER RECORD FROM THE *
      **                   LRDISC DISCRIMINATOR TABLE.                 *
      **  2026/10/15 DAO   POST AN EXTRACT-ACCESS ROW                  *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR THE      *
      **                   EXTRACT, FOR THE MONTHLY DISCLOSE REPORT.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PROFRPT-FILE  ASSIGN TO "PROFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRF-PROFRPT-STATUS.
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
       FD  PRFPRM-FILE.
       01  PRFPRM-RECORD.
           05  PRF-PARM-LR-NAME            PIC X(30).
      *> BLANK FOR A SINGLE-LAYOUT EXTRACT; OTHERWISE THE DD NAME
      *> WHOSE LRDISC ROWS PICK EACH RECORD'S LOGICAL RECORD, AND THE
      *> LOGICAL RECORD NAME ABOVE IS NOT USED.
           05  PRF-PARM-EXTRACT-DD         PIC X(08).
       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON PRF-REC-LEN.
       01  EXTRACT-RECORD                  PIC X(1000).
       FD  PROFRPT-FILE.
       01  PROFRPT-RECORD                  PIC X(132).
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
       01  PRF-LRCAT-STATUS                PIC XX.
           88  PRF-LRCAT-OK                VALUE "00".
      *> THE FINAL READ'S AT END DRIVES PRF-LRCAT-STATUS TO "10", SO
           88  PRF-EOF                     VALUE "Y".
       01  PRF-REC-LEN                     PIC 9(05)       VALUE 0.
       01  PRF-CAT-LEN                     PIC 9(05)       VALUE 0.
      *> THE LOGICAL RECORD THE CURRENT RECORD WAS READ UNDER, AND
      *> THE ONE THE REPORT LAST PRINTED A HEADING FOR.
       01  PRF-CUR-LR                      PIC 9(02)       VALUE 1.
       01  PRF-PRV-LR                      PIC 9(02)       VALUE 0.
      *> --------------- CATALOG FIELD / PROFILE TABLE -----------------
      *> ONE ENTRY PER ELEMENTARY FIELD, CARRYING BOTH THE CATALOG
      *> GEOMETRY AND THE RUNNING PROFILE.  VALUES ARE PROFILED ON
       01  PRF-FLD-TAB.
           05  PRF-FLD-ENTRY               OCCURS 150 TIMES.
               10  PRF-FLD-NAME             PIC X(30).
               10  PRF-FLD-LR-IX            PIC 9(02).
               10  PRF-FLD-USAGE            PIC X(10).
               10  PRF-FLD-BYTE-LEN         PIC 9(05).
               10  PRF-FLD-EFF-LEN          PIC 9(05).
       01  PRF-REC-BUF                     PIC X(1000).
       01  PRF-REC-NO                      PIC 9(08)       VALUE 0.
       01  PRF-SHORT-CNT                   PIC 9(08)       VALUE 0.
       01  PRF-COPY-CNT                    PIC 9(05).
       01  PRF-COPY-IDX                    PIC 9(05).
       01  PRF-POS                         PIC 9(05).
           PERFORM 3000-REPORT-ONE-FIELD THRU 3000-EXIT
               VARYING PRF-FLD-IDX FROM 1 BY 1
               UNTIL PRF-FLD-IDX > PRF-FLD-TOP
           PERFORM 3500-REPORT-DISCRIMINATOR THRU 3500-EXIT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
                   GO TO 1000-EXIT
           END-READ
           CLOSE PRFPRM-FILE
           MOVE "LRPROFIL"          TO DSC-WS-PROGRAM
           MOVE PRF-PARM-EXTRACT-DD TO DSC-WS-EXTRACT-DD
           MOVE PRF-PARM-LR-NAME    TO DSC-WS-LR-NAME-IN
           PERFORM 6500-LOAD-DISCRIMINATOR THRU 6500-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO PRF-LRCAT-EOF-SW
               MOVE "Y" TO PRF-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT  LRCAT-FILE
           OPEN INPUT  EXTRACT-FILE
           OPEN OUTPUT PROFRPT-FILE
      *  1200-LOAD-CATALOG - KEEPS THE NAMED LOGICAL RECORD'S         *
      *  ELEMENTARY, NON-REDEFINING FIELD ROWS AND PRIMES EACH ONE'S  *
      *  RUNNING PROFILE.  GROUP ROWS OWN NO BYTES AND FILLER CARRIES *
      *  NOTHING WORTH PROFILING.  UNDER A DISCRIMINATOR, EVERY       *
      *  LOGICAL RECORD ITS ROWS NAME IS KEPT, EACH ROW TAGGED WITH   *
      *  ITS LOGICAL RECORD'S NUMBER.                                 *
      ******************************************************************
       1200-LOAD-CATALOG.
           READ LRCAT-FILE
               GO TO 1200-EXIT
           END-IF
           IF NOT LRC-IS-FIELD
               OR LRC-BYTE-LEN = 0
               OR LRC-FIELD-NAME = "FILLER"
               OR LRC-REDEFINES-NAME NOT = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE LRC-LR-NAME TO DSC-WS-LR-NAME-IN
           PERFORM 6540-FIND-LR THRU 6540-EXIT
           IF DSC-WS-LR-HIT = 0
               GO TO 1200-EXIT
           END-IF
           IF PRF-FLD-TOP < 150
               ADD 1 TO PRF-FLD-TOP
               MOVE LRC-FIELD-NAME TO PRF-FLD-NAME(PRF-FLD-TOP)
               MOVE DSC-WS-LR-HIT  TO PRF-FLD-LR-IX(PRF-FLD-TOP)
               MOVE LRC-USAGE-CD   TO PRF-FLD-USAGE(PRF-FLD-TOP)
               MOVE LRC-BYTE-LEN   TO PRF-FLD-BYTE-LEN(PRF-FLD-TOP)
               MOVE LRC-EFFECTIVE-LEN
               MOVE LOW-VALUES  TO PRF-FLD-MAX-VAL(PRF-FLD-TOP)
               MOVE "N" TO PRF-FLD-HIGH-SW(PRF-FLD-TOP)
               MOVE 0 TO PRF-FLD-VAL-TOP(PRF-FLD-TOP)
               COMPUTE DSC-WS-CAND-LEN = LRC-OFFSET + LRC-EFFECTIVE-LEN
               PERFORM 6545-NOTE-FIELD THRU 6545-EXIT
           ELSE
               ADD 1 TO PRF-FLD-OVERFLOW-CNT
           END-IF.
           EXIT.
      *
       1300-CHECK-CATALOG.
           IF PRF-EOF
               GO TO 1300-EXIT
           END-IF
           PERFORM 6560-CHECK-CATALOG THRU 6560-EXIT
           IF DSC-WS-FAILED
               MOVE "Y" TO PRF-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO PRF-REC-NO
      *> A RECORD WHOSE DISCRIMINATOR HAS NO LRDISC ROW IS TALLIED
      *> FOR THE REPORT AND NOT PROFILED UNDER ANY LAYOUT.
           MOVE PRF-REC-LEN TO DSC-WS-REC-LEN
           MOVE PRF-REC-NO  TO DSC-WS-REC-NO
           MOVE PRF-REC-BUF(DSC-WS-START:DSC-WS-LEN)
               TO DSC-WS-REC-VALUE
           PERFORM 6550-PICK-LR THRU 6550-EXIT
           IF DSC-WS-UNMAPPED
               GO TO 2000-EXIT
           END-IF
           MOVE DSC-WS-LR-HIT TO PRF-CUR-LR
           MOVE DSC-WS-LR-CAT-LEN(PRF-CUR-LR) TO PRF-CAT-LEN
      *> A RECORD TOO SHORT FOR THE CATALOG LAYOUT IS COUNTED AND
      *> LEFT OUT OF THE PROFILE RATHER THAN PROFILING BYTES THAT
      *> BELONG TO THE NEXT RECORD.
           EXIT.
      *
       2100-PROFILE-ONE-FIELD.
           IF PRF-FLD-LR-IX(PRF-FLD-IDX) NOT = PRF-CUR-LR
               GO TO 2100-EXIT
           END-IF
           DIVIDE PRF-FLD-EFF-LEN(PRF-FLD-IDX)
               BY PRF-FLD-BYTE-LEN(PRF-FLD-IDX)
               GIVING PRF-COPY-CNT
           MOVE 0 TO PRF-ZERO-CNT-WK
           EVALUATE PRF-FLD-USAGE(PRF-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
               WHEN "COMP-1"
               WHEN "COMP-2"
                   INSPECT PRF-REC-BUF(PRF-POS:PRF-SPAN)
      ******************************************************************
      *  3000-REPORT-ONE-FIELD - ONE HEADER LINE PER FIELD, FOLLOWED  *
      *  BY ITS DISTINCT-VALUE LINES WHEN IT STAYED LOW-CARDINALITY.  *
      *  UNDER A DISCRIMINATOR EACH LOGICAL RECORD'S FIELDS FOLLOW A  *
      *  LINE NAMING IT.                                              *
      ******************************************************************
       3000-REPORT-ONE-FIELD.
           IF DSC-WS-ACTIVE
               AND PRF-FLD-LR-IX(PRF-FLD-IDX) NOT = PRF-PRV-LR
               MOVE PRF-FLD-LR-IX(PRF-FLD-IDX) TO PRF-PRV-LR
               MOVE SPACES TO PRF-OUT-LINE
               STRING "LOGICAL RECORD=" DELIMITED BY SIZE
                   DSC-WS-LR-NAME(PRF-PRV-LR) DELIMITED BY SPACE
                   INTO PRF-OUT-LINE
               END-STRING
               WRITE PROFRPT-RECORD FROM PRF-OUT-LINE
           END-IF
           IF PRF-FLD-OBS-CNT(PRF-FLD-IDX) = 0
               MOVE 0 TO PRF-PCT-BLANK
               MOVE 0 TO PRF-PCT-ZERO
           WRITE PROFRPT-RECORD FROM PRF-OUT-LINE.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3500-REPORT-DISCRIMINATOR - UNDER A DISCRIMINATOR, HOW MANY  *
      *  RECORDS EACH LOGICAL RECORD WAS PICKED FOR, THEN EVERY VALUE *
      *  THAT HAD NO LRDISC ROW.                                      *
      ******************************************************************
       3500-REPORT-DISCRIMINATOR.
           IF NOT DSC-WS-ACTIVE OR NOT PRF-PROFRPT-OPENED
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-REPORT-ONE-LR THRU 3510-EXIT
               VARYING DSC-WS-LX FROM 1 BY 1
               UNTIL DSC-WS-LX > DSC-WS-LR-CNT
           PERFORM 3520-REPORT-ONE-UNMAPPED THRU 3520-EXIT
               VARYING DSC-WS-UX FROM 1 BY 1
               UNTIL DSC-WS-UX > DSC-WS-UNM-CNT.
       3500-EXIT.
           EXIT.
      *
       3510-REPORT-ONE-LR.
           PERFORM 6590-FORMAT-LR-LINE THRU 6590-EXIT
           WRITE PROFRPT-RECORD FROM DSC-WS-LINE.
       3510-EXIT.
           EXIT.
      *
       3520-REPORT-ONE-UNMAPPED.
           PERFORM 6580-FORMAT-UNMAPPED-LINE THRU 6580-EXIT
           WRITE PROFRPT-RECORD FROM DSC-WS-LINE.
       3520-EXIT.
           EXIT.
      *
       3900-SANITIZE-VIEW.
           PERFORM 3910-SANITIZE-ONE-BYTE THRU 3910-EXIT
           EXIT.
      *
       4000-SUMMARIZE.
           IF DSC-WS-ACTIVE
               DISPLAY "LRPROFIL - " PRF-REC-NO " RECORDS PROFILED FOR "
                   "EXTRACT " DSC-WS-EXTRACT-DD
           ELSE
               DISPLAY "LRPROFIL - " PRF-REC-NO " RECORDS PROFILED FOR "
                   PRF-PARM-LR-NAME
           END-IF
           IF DSC-WS-UNM-TOTAL > 0
               PERFORM 6595-DISPLAY-UNMAPPED THRU 6595-EXIT
               MOVE 16 TO RETURN-CODE
           END-IF
           IF PRF-SHORT-CNT > 0
               DISPLAY "LRPROFIL - " PRF-SHORT-CNT
                   " RECORDS SHORTER THAN THE CATALOG LAYOUT WERE "
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> SHARED RECORD-TYPE DISCRIMINATOR PARAGRAPHS - SEE DSCWS.cpy.
       COPY DSCCK.
      *
       7850-POST-ACCESS-LOG.
           IF NOT PRF-EXTRACT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "LRPROFIL" TO AXL-WS-PROGRAM
           MOVE "EXTRACT " TO AXL-WS-EXTRACT-DD
           MOVE PRF-REC-NO TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       9000-TERMINATE.
           IF PRF-LRCAT-OPENED
