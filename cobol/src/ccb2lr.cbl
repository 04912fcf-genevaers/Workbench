      **  2026/09/02 DAO   CARRY THE RENAMES THRU ITEM'S NAME IN THE  *
      **                   66 ROW'S VALUE-LITERAL SLOT, SO LR2CCB     *
      **                   CAN REBUILD THE FULL RENAMES ENTRY.        *
      **  2026/10/14 DAO   SIZE NUMERIC-EDITED AND ALPHANUMERIC-EDITED *
      **                   PICTURES (Z * $ , . B 0 / + - CR DB E),    *
      **                   P SCALING POSITIONS (NO STORAGE) AND PIC N *
      **                   NATIONAL POSITIONS (TWO BYTES EACH), AND   *
      **                   CARRY "EDITED" OR "NATIONAL" AS THE FIELD'S *
      **                   LRC-USAGE-CD SO THE CATALOG READERS STOP    *
      **                   DECODING THEM AS ZONED OR SINGLE-BYTE TEXT. *
      **  2026/10/14 DAO   RECOGNIZE EVERY STANDARD USAGE SPELLING -   *
      **                   BINARY, COMP-4, COMP-5, PACKED-DECIMAL,     *
      **                   THE COMPUTATIONAL LONG FORMS, DISPLAY AND   *
      **                   NATIONAL - AND CARRY A GROUP'S USAGE DOWN   *
      **                   TO EVERY ITEM UNDER IT THAT STATES NONE OF  *
      **                   ITS OWN.  A CHILD WHOSE OWN USAGE DISAGREES *
      **                   WITH ITS GROUP'S IS FLAGGED AS AN "X" ROW.  *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  CCB-HAS-PIC-SW                  PIC X(01).
           88  CCB-HAS-PIC                 VALUE "Y".
       01  CCB-SIGN-POSITION               PIC X(01)       VALUE SPACE.
      *> SET WHEN THE LINE STATES A USAGE OF ITS OWN, AS OPPOSED TO
      *> TAKING THE DISPLAY DEFAULT OR AN ENCLOSING GROUP'S USAGE.
       01  CCB-USAGE-SET-SW                PIC X(01)       VALUE "N".
           88  CCB-USAGE-SET               VALUE "Y".
       01  CCB-SIGN-SEPARATE-SW            PIC X(01)       VALUE "N".
           88  CCB-SIGN-SEPARATE           VALUE "Y".
      *> ---------------- REDEFINES LENGTH-CHECKING WORK AREA ----------
               10  CCB-LVL-OCCURS-MIN       PIC 9(05).
               10  CCB-LVL-OCCURS-MAX       PIC 9(05).
               10  CCB-LVL-ODO-NAME         PIC X(30).
               10  CCB-LVL-USAGE            PIC X(10).
       01  CCB-LVL-TOP                     PIC 9(02)       VALUE 0.
       01  CCB-LVL-IDX                     PIC 9(02).
      *> AN OPEN ANCESTOR'S OCCURS MULTIPLIES EVERY BYTE A DESCENDANT
       01  CCB-GOV-OCCURS-MIN               PIC 9(05)       VALUE 0.
       01  CCB-GOV-OCCURS-MAX               PIC 9(05)       VALUE 0.
       01  CCB-GOV-ODO-NAME                 PIC X(30)       VALUE SPACES.
      *> THE NEAREST OPEN ANCESTOR GROUP THAT STATED A USAGE, AND THAT
      *> USAGE - INHERITED BY A DESCENDANT THAT STATES NONE.
       01  CCB-GOV-USAGE                   PIC X(10)       VALUE SPACES.
       01  CCB-GOV-USAGE-GROUP             PIC X(30)       VALUE SPACES.
      *> CLOSED LEVELS' FINAL LENGTHS AND STARTING OFFSETS, LOOKED UP BY
      *> NAME WHEN A LATER REDEFINES CLAUSE NEEDS TO COMPARE AGAINST OR
      *> OVERLAY THEM.
       01  CCB-REPEAT-TXT                  PIC X(05)       VALUE SPACES.
       01  CCB-REPEAT-IDX                  PIC 9(02).
       01  CCB-LAST-SYM                    PIC X(01)       VALUE SPACES.
      *> EDITING SYMBOLS (Z * $ , . B 0 / + - CR DB E) EACH TAKE A
      *> DISPLAY BYTE OF THEIR OWN (CR/DB TWO); P SCALES THE VALUE
      *> BUT RESERVES NO STORAGE; N IS A TWO-BYTE NATIONAL POSITION.
       01  CCB-EDIT-CNT                    PIC 9(05)       VALUE 0.
       01  CCB-NATL-CNT                    PIC 9(05)       VALUE 0.
       01  CCB-PSCALE-CNT                  PIC 9(05)       VALUE 0.
       01  CCB-EDITED-SW                   PIC X(01)       VALUE "N".
           88  CCB-IS-EDITED               VALUE "Y".
      *> ---------------- CHANGE-LOG HEADER-BLOCK WORK ----------------
      *> A COPYBOOK'S OWN HEADER COMMENTS CARRY ITS REVISION HISTORY AS
      *> A VER/CONTROL/ANALYST/EFFECTIVE-DATE ROW FOLLOWED BY A REASON:
      *> COMPARED AGAINST WHATEVER IT REDEFINES, IF ANYTHING.
           PERFORM 2210-CLOSE-LEVELS-ABOVE THRU 2210-EXIT
           PERFORM 2242-COMPUTE-ANCESTOR-SCALE THRU 2242-EXIT
           PERFORM 2247-APPLY-GROUP-USAGE THRU 2247-EXIT
           IF CCB-HAS-PIC OR CCB-USAGE-CD = "COMP-1"
              OR CCB-USAGE-CD = "COMP-2"
               PERFORM 5000-CALC-BYTE-LEN
           MOVE 0 TO CCB-SYNC-ALIGN
           EVALUATE CCB-USAGE-CD
               WHEN "COMP"
               WHEN "COMP-5"
                   IF CCB-DIGIT-CNT <= 4
                       MOVE 2 TO CCB-SYNC-ALIGN
                   ELSE
                             CCB-LVL-OCCURS-MAX(CCB-LVL-TOP)
                   MOVE SPACES TO CCB-LVL-ODO-NAME(CCB-LVL-TOP)
               END-IF
               IF CCB-USAGE-SET
                   MOVE CCB-USAGE-CD TO CCB-LVL-USAGE(CCB-LVL-TOP)
               ELSE
                   MOVE SPACES TO CCB-LVL-USAGE(CCB-LVL-TOP)
               END-IF
               IF CCB-REDEFINES-NAME NOT = SPACES
                   MOVE "Y" TO CCB-LVL-CAUSED-SW(CCB-LVL-TOP)
                   MOVE CCB-CURRENT-OFFSET
           MOVE 1 TO CCB-ANCESTOR-MULT
           MOVE 0 TO CCB-GOV-OCCURS-MIN CCB-GOV-OCCURS-MAX
           MOVE SPACES TO CCB-GOV-ODO-NAME
           MOVE SPACES TO CCB-GOV-USAGE CCB-GOV-USAGE-GROUP
           PERFORM 2243-SCALE-ONE-ANCESTOR
               VARYING CCB-LVL-IDX FROM 1 BY 1
                   UNTIL CCB-LVL-IDX > CCB-LVL-TOP.
                   TO CCB-GOV-OCCURS-MAX
               MOVE CCB-LVL-ODO-NAME(CCB-LVL-IDX)
                   TO CCB-GOV-ODO-NAME
           END-IF
           IF CCB-LVL-USAGE(CCB-LVL-IDX) NOT = SPACES
               MOVE CCB-LVL-USAGE(CCB-LVL-IDX) TO CCB-GOV-USAGE
               MOVE CCB-LVL-NAME(CCB-LVL-IDX) TO CCB-GOV-USAGE-GROUP
           END-IF.
      *
      ******************************************************************
      *  2247-APPLY-GROUP-USAGE - A USAGE CLAUSE ON A GROUP APPLIES TO *
      *  EVERY ITEM NESTED UNDER IT.  AN ITEM THAT STATES NO USAGE OF  *
      *  ITS OWN TAKES ITS NEAREST ENCLOSING GROUP'S; ONE THAT STATES  *
      *  A DIFFERENT USAGE KEEPS ITS OWN (THE LENGTH IS SIZED AS       *
      *  WRITTEN) BUT IS FLAGGED IN THE CATALOG AS AN "X" ROW, SINCE   *
      *  THE COMPILER WILL NOT ACCEPT THE PAIR AS IT STANDS.           *
      ******************************************************************
       2247-APPLY-GROUP-USAGE.
           IF CCB-GOV-USAGE = SPACES
               GO TO 2247-EXIT
           END-IF
           IF NOT CCB-USAGE-SET
               MOVE CCB-GOV-USAGE TO CCB-USAGE-CD
               GO TO 2247-EXIT
           END-IF
           IF CCB-USAGE-CD NOT = CCB-GOV-USAGE
               PERFORM 2248-WRITE-USAGE-CONFLICT THRU 2248-EXIT
           END-IF.
       2247-EXIT.
           EXIT.
      *
       2248-WRITE-USAGE-CONFLICT.
           ADD 1 TO CCB-FIELD-SEQ
           MOVE "X"               TO LRC-REC-TYPE
                                      OF LR-CATALOG-RECORD
           MOVE CCB-LR-SEQ        TO LRC-LR-SEQ OF LR-CATALOG-RECORD
           MOVE CCB-RECORD-NAME   TO LRC-LR-NAME OF LR-CATALOG-RECORD
           MOVE CCB-SOURCE-COPYBOOK TO LRC-SOURCE-COPYBOOK
                                      OF LR-CATALOG-RECORD
           MOVE CCB-FIELD-SEQ     TO LRC-FIELD-SEQ
                                      OF LR-CATALOG-RECORD
           MOVE CCB-LEVEL-NO      TO LRC-LEVEL-NO
                                      OF LR-CATALOG-RECORD
           MOVE CCB-FIELD-NAME    TO LRC-FIELD-NAME
                                      OF LR-CATALOG-RECORD
           MOVE CCB-PICTURE       TO LRC-PICTURE OF LR-CATALOG-RECORD
           MOVE CCB-USAGE-CD      TO LRC-USAGE-CD
                                      OF LR-CATALOG-RECORD
           MOVE "N"               TO LRC-SIGN-CD OF LR-CATALOG-RECORD
           MOVE 0 TO LRC-BYTE-LEN OF LR-CATALOG-RECORD
               LRC-EFFECTIVE-LEN OF LR-CATALOG-RECORD
               LRC-OCCURS-MIN OF LR-CATALOG-RECORD
               LRC-OCCURS-MAX OF LR-CATALOG-RECORD
           MOVE SPACES            TO LRC-ODO-FIELD-NAME
                                      OF LR-CATALOG-RECORD
           MOVE "N"               TO LRC-OCCURS-OWN-SW
                                      OF LR-CATALOG-RECORD
           MOVE SPACES            TO LRC-REDEFINES-NAME
                                      OF LR-CATALOG-RECORD
           MOVE SPACES TO LRC-VALUE-LITERAL OF LR-CATALOG-RECORD
               LRC-CONDITION-NAME OF LR-CATALOG-RECORD
           MOVE CCB-CURRENT-OFFSET TO LRC-OFFSET
                                      OF LR-CATALOG-RECORD
           MOVE SPACES TO LRC-EXCEPTION-TEXT OF LR-CATALOG-RECORD
           STRING "USAGE " DELIMITED BY SIZE
               CCB-USAGE-CD DELIMITED BY SPACE
               " CONFLICTS WITH GROUP " DELIMITED BY SIZE
               CCB-GOV-USAGE-GROUP DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CCB-GOV-USAGE DELIMITED BY SPACE
               INTO LRC-EXCEPTION-TEXT OF LR-CATALOG-RECORD
           END-STRING
           WRITE LR-CATALOG-RECORD.
       2248-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2250-PROCESS-RENAMES - A LEVEL-66 RENAMES [THRU] CLAUSE.     *
      *  EVERY OPEN LEVEL BELOW THE 01 IS CLOSED FIRST (RENAMES MAY   *
      *  ONLY FOLLOW THE LAST DATA ITEM, SO THIS ONLY SETTLES WHAT    *
           MOVE SPACE   TO CCB-SIGN-POSITION
           MOVE "N"     TO CCB-SIGN-SEPARATE-SW
           MOVE "N"     TO CCB-SYNC-SW
           MOVE "N"     TO CCB-USAGE-SET-SW
           MOVE 0       TO CCB-OCCURS-MIN CCB-OCCURS-MAX
           PERFORM 2310-SCAN-ONE-CLAUSE THRU 2310-EXIT
               VARYING CCB-TOKEN-IDX FROM 3 BY 1
                   MOVE CCB-TOKEN(CCB-TOKEN-IDX) TO CCB-REDEFINES-NAME
               WHEN "OCCURS"
                   PERFORM 2400-SCAN-OCCURS
      *> EVERY SPELLING OF A USAGE IS CATALOGED UNDER ONE CODE PER
      *> STORAGE FORM - BINARY AND COMP-4 ARE THE SAME BIG-ENDIAN
      *> BINARY AS COMP, PACKED-DECIMAL THE SAME AS COMP-3.  COMP-5
      *> KEEPS ITS OWN CODE: THE SAME BYTES AS COMP, BUT NOT
      *> TRUNCATED TO ITS PICTURE, WHICH LR2CCB MUST REPRODUCE.
               WHEN "COMP-3"
               WHEN "COMPUTATIONAL-3"
               WHEN "PACKED-DECIMAL"
                   MOVE "COMP-3" TO CCB-USAGE-CD
                   MOVE "Y" TO CCB-USAGE-SET-SW
               WHEN "COMP-1"
               WHEN "COMPUTATIONAL-1"
                   MOVE "COMP-1" TO CCB-USAGE-CD
                   MOVE "Y" TO CCB-USAGE-SET-SW
               WHEN "COMP-2"
               WHEN "COMPUTATIONAL-2"
                   MOVE "COMP-2" TO CCB-USAGE-CD
                   MOVE "Y" TO CCB-USAGE-SET-SW
               WHEN "COMP"
               WHEN "COMPUTATIONAL"
               WHEN "COMP-4"
               WHEN "COMPUTATIONAL-4"
               WHEN "BINARY"
                   MOVE "COMP" TO CCB-USAGE-CD
                   MOVE "Y" TO CCB-USAGE-SET-SW
               WHEN "COMP-5"
               WHEN "COMPUTATIONAL-5"
                   MOVE "COMP-5" TO CCB-USAGE-CD
                   MOVE "Y" TO CCB-USAGE-SET-SW
               WHEN "DISPLAY"
                   MOVE "DISPLAY" TO CCB-USAGE-CD
                   MOVE "Y" TO CCB-USAGE-SET-SW
               WHEN "NATIONAL"
                   MOVE "NATIONAL" TO CCB-USAGE-CD
                   MOVE "Y" TO CCB-USAGE-SET-SW
               WHEN "SIGN"
                   PERFORM 2320-SCAN-SIGN-CLAUSE
               WHEN "SYNCHRONIZED"
      ******************************************************************
      *  5000-CALC-BYTE-LEN - EXPAND A PICTURE STRING INTO A STORAGE   *
      *  LENGTH, HONORING USAGE (DISPLAY/COMP/COMP-3) AND OCCURS.      *
      *  EDITING SYMBOLS TAKE A BYTE EACH (CR/DB TWO), P SCALING      *
      *  POSITIONS TAKE NONE, AND NATIONAL POSITIONS TAKE TWO.         *
      ******************************************************************
       5000-CALC-BYTE-LEN.
           MOVE 0 TO CCB-DIGIT-CNT CCB-ALPHA-CNT
           MOVE 0 TO CCB-EDIT-CNT CCB-NATL-CNT CCB-PSCALE-CNT
           MOVE "N" TO CCB-EDITED-SW
           MOVE SPACES TO CCB-LAST-SYM
           PERFORM 5100-SCAN-PIC-CHAR THRU 5100-EXIT
               VARYING CCB-PIC-IDX FROM 1 BY 1
                   UNTIL CCB-PIC-IDX > 30
                   OR CCB-PICTURE(CCB-PIC-IDX:1) = SPACE
      *> AN EDITED OR NATIONAL PICTURE IS RECORDED AS SUCH IN THE
      *> USAGE CODE, SO THE CATALOG READERS KNOW NOT TO DECODE ITS
      *> BYTES AS ZONED DIGITS OR SINGLE-BYTE TEXT.
           IF CCB-NATL-CNT > 0 AND CCB-USAGE-CD = "DISPLAY"
               MOVE "NATIONAL" TO CCB-USAGE-CD
           END-IF
           IF CCB-IS-EDITED AND CCB-USAGE-CD = "DISPLAY"
               MOVE "EDITED" TO CCB-USAGE-CD
           END-IF
           EVALUATE CCB-USAGE-CD
               WHEN "COMP-3"
                   COMPUTE CCB-BYTE-LEN = (CCB-DIGIT-CNT + 1) / 2
               WHEN "COMP-2"
                   MOVE 8 TO CCB-BYTE-LEN
               WHEN "COMP"
               WHEN "COMP-5"
                   IF CCB-DIGIT-CNT <= 4
                       MOVE 2 TO CCB-BYTE-LEN
                   ELSE IF CCB-DIGIT-CNT <= 9
                       MOVE 8 TO CCB-BYTE-LEN
                   END-IF
                   END-IF
               WHEN "NATIONAL"
                   COMPUTE CCB-BYTE-LEN = (CCB-DIGIT-CNT + CCB-ALPHA-CNT
                       + CCB-EDIT-CNT + CCB-NATL-CNT) * 2
               WHEN OTHER
                   COMPUTE CCB-BYTE-LEN = CCB-DIGIT-CNT + CCB-ALPHA-CNT
                       + CCB-EDIT-CNT
           END-EVALUATE
           IF CCB-SIGN-SEPARATE
               ADD 1 TO CCB-BYTE-LEN
                   CONTINUE
               WHEN "V"
                   CONTINUE
               WHEN "P"
                   ADD 1 TO CCB-PSCALE-CNT
                   MOVE "P" TO CCB-LAST-SYM
               WHEN "N"
                   ADD 1 TO CCB-NATL-CNT
                   MOVE "N" TO CCB-LAST-SYM
               WHEN "Z"
               WHEN "*"
               WHEN "$"
               WHEN ","
               WHEN "."
               WHEN "B"
               WHEN "0"
               WHEN "/"
               WHEN "+"
               WHEN "-"
               WHEN "E"
                   ADD 1 TO CCB-EDIT-CNT
                   MOVE "E" TO CCB-LAST-SYM
                   MOVE "Y" TO CCB-EDITED-SW
      *> CR AND DB ARE TWO-CHARACTER SYMBOLS - BOTH BYTES ARE TAKEN
      *> HERE AND THE SECOND CHARACTER STEPPED OVER.
               WHEN "C"
               WHEN "D"
                   IF CCB-PIC-IDX < 30
                       AND (CCB-PICTURE(CCB-PIC-IDX:2) = "CR"
                         OR CCB-PICTURE(CCB-PIC-IDX:2) = "DB")
                       ADD 2 TO CCB-EDIT-CNT
                       MOVE "Y" TO CCB-EDITED-SW
                       MOVE SPACES TO CCB-LAST-SYM
                       ADD 1 TO CCB-PIC-IDX
                   END-IF
               WHEN "("
                   PERFORM 5150-SCAN-REPEAT-COUNT THRU 5150-EXIT
           END-EVALUATE.
               WHEN "X"
                   ADD CCB-REPEAT-NUM TO CCB-ALPHA-CNT
                   SUBTRACT 1 FROM CCB-ALPHA-CNT
               WHEN "E"
                   ADD CCB-REPEAT-NUM TO CCB-EDIT-CNT
                   SUBTRACT 1 FROM CCB-EDIT-CNT
               WHEN "N"
                   ADD CCB-REPEAT-NUM TO CCB-NATL-CNT
                   SUBTRACT 1 FROM CCB-NATL-CNT
               WHEN "P"
                   ADD CCB-REPEAT-NUM TO CCB-PSCALE-CNT
                   SUBTRACT 1 FROM CCB-PSCALE-CNT
           END-EVALUATE.
       5150-EXIT.
           EXIT.
