      **      AND COUNTED.  THE CONTROL REPORT ON DD CEDERPT SHOWS    *
      **      GROSS, CEDED AND RETAINED PER TREATY AND IN TOTAL,      *
      **      WITH THE CEDED-PLUS-RETAINED-EQUALS-GROSS BALANCE       *
      **      PROVED LINE BY LINE.  THE SAME PER-TREATY AND TOTAL     *
      **      CEDED FIGURES ARE LEFT ON DD CEDECTL (FIRCCTL.cpy) FOR  *
      **      FIRBORD'S BORDEREAU CONTROL PAGE.                       *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/09/02 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   WRITE THE CEDED CONTROL ROWS TO CEDECTL     *
      **                   (FIRCCTL) SO FIRBORD CAN TIE TO THIS RUN.   *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CEDERPT-FILE  ASSIGN TO "CEDERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CED-CEDERPT-STATUS.
           SELECT CEDECTL-FILE  ASSIGN TO "CEDECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CED-CEDECTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIREXT-FILE.
           REPLACING FDW-FIRE-ALLOC-REC BY RETAINED-ALLOC-REC.
       FD  CEDERPT-FILE.
       01  CEDERPT-RECORD                  PIC X(110).
       FD  CEDECTL-FILE.
       COPY FIRCCTL.
       WORKING-STORAGE SECTION.
       01  CED-FIREXT-STATUS               PIC XX.
           88  CED-FIREXT-OK               VALUE "00".
       01  CED-CEDED-STATUS                PIC XX.
       01  CED-RETAINED-STATUS             PIC XX.
       01  CED-CEDERPT-STATUS              PIC XX.
       01  CED-CEDECTL-STATUS              PIC XX.
      *> SAME REASONING AS CED-FIREXT-OPENED-SW ABOVE.
       01  CED-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  CED-OUTPUTS-OPENED          VALUE "Y".
               10  CED-TRT-GROSS           PIC S9(15)V99.
               10  CED-TRT-CEDED           PIC S9(15)V99.
               10  CED-TRT-RETAINED        PIC S9(15)V99.
               10  CED-TRT-REC-CNT         PIC 9(09).
       01  CED-TX                          PIC 9(04) COMP  VALUE 0.
       01  CED-HIT                         PIC 9(04) COMP  VALUE 0.
       01  CED-REC-DATE                    PIC 9(08)       VALUE 0.
           OPEN OUTPUT CEDED-FILE
           OPEN OUTPUT RETAINED-FILE
           OPEN OUTPUT CEDERPT-FILE
           OPEN OUTPUT CEDECTL-FILE
           MOVE "Y" TO CED-OUTPUTS-OPENED-SW
           IF NOT CED-FIREXT-OK
               DISPLAY "FIRCEDE - UNABLE TO OPEN FIREXT, STATUS="
           MOVE TRT-TREATY-ID   TO CED-TRT-ID (CED-TRT-CNT)
           MOVE 0 TO CED-TRT-GROSS (CED-TRT-CNT)
           MOVE 0 TO CED-TRT-CEDED (CED-TRT-CNT)
           MOVE 0 TO CED-TRT-RETAINED (CED-TRT-CNT)
           MOVE 0 TO CED-TRT-REC-CNT (CED-TRT-CNT).
       1100-EXIT.
           EXIT.
      *
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO CED-SPLIT-CNT
           ADD 1 TO CED-TRT-REC-CNT (CED-HIT)
           PERFORM 2200-SPLIT-ONE-AMOUNT THRU 2200-EXIT
               VARYING CED-AX FROM 1 BY 1
               UNTIL CED-AX > 24
               WRITE CEDERPT-RECORD FROM CED-OUT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE SPACES TO FIRCEDE-CONTROL-RECORD
           MOVE "Z" TO FCC-ROW-TYPE
           MOVE CED-SPLIT-CNT TO FCC-RECORD-CNT
           MOVE CED-TOT-CEDED TO FCC-CEDED-TOTAL
           WRITE FIRCEDE-CONTROL-RECORD
           DISPLAY "FIRCEDE - " CED-TOTAL-CNT " RECORDS, "
               CED-SPLIT-CNT " SPLIT, "
               CED-NOTREATY-CNT " RETAINED WITH NO TREATY"
               DELIMITED BY SIZE INTO CED-OUT-LINE
           END-STRING
           WRITE CEDERPT-RECORD FROM CED-OUT-LINE
           MOVE "T" TO FCC-ROW-TYPE
           MOVE CED-TRT-ID (CED-TX)      TO FCC-TREATY-ID
           MOVE CED-TRT-CO-CD (CED-TX)   TO FCC-CO-CD
           MOVE CED-TRT-REC-CNT (CED-TX) TO FCC-RECORD-CNT
           MOVE CED-TRT-CEDED (CED-TX)   TO FCC-CEDED-TOTAL
           WRITE FIRCEDE-CONTROL-RECORD
           IF CED-TRT-CEDED (CED-TX) + CED-TRT-RETAINED (CED-TX)
               NOT = CED-TRT-GROSS (CED-TX)
               MOVE "  TREATY DOES NOT BALANCE BACK TO GROSS"
               CLOSE CEDED-FILE
               CLOSE RETAINED-FILE
               CLOSE CEDERPT-FILE
               CLOSE CEDECTL-FILE
           END-IF.
