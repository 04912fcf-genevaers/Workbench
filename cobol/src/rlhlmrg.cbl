      **      OPTIONAL MERGEIN3 AND MERGEIN4) INTO ONE EXTRACT ON DD  *
      **      MERGEOUT, SO REGIONAL FILES STOP COSTING ONE LOAD RUN   *
      **      APIECE.  EVERY INPUT HEADER MUST AGREE ON FILE-ID,      *
      **      LOGICAL RECORD, RECORD FORMAT AND LENGTH (A MAXIMUM ON  *
      **      A VARIABLE-LENGTH FAMILY, WHERE THE LARGEST IS KEPT)    *
      **      AND THE KEY OFFSET/LENGTH - A DISAGREEMENT FAILS THE    *
      **      RUN BEFORE A BYTE IS MERGED.  DETAILS ARE ORDERED BY    *
      **      THE KEY THE HEADER DESCRIBES, AND THE OUTPUT HEADER'S   *
      **      RECORD-COUNT AND RECORDS-ABOVE/BELOW ARE REBUILT AROUND *
      **      THE NEW POSITION OF THE FIRST INPUT'S KEY RECORD.  THE  *
      **      MERGE RUNS FROM AN IN-MEMORY TABLE, THE SAME AS         *
      **      MRECMTCH'S MATCH TABLE - RECORDS BEYOND THE TABLE ARE   *
      **      COUNTED AND THE RUN FAILED RATHER THAN SILENTLY         *
      **      DROPPED.                                                *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   HOLD OUT DETAILS TOO SHORT TO CARRY THE   *
      **                   KEY INSTEAD OF MERGING THEM ON STALE      *
      **                   BUFFER BYTES.                             *
      **  2026/10/15 DAO   ACCEPT VARIABLE-LENGTH INPUTS (RLHL-RECORD- *
      **                   FORMAT "V") - THEIR RECORD LENGTHS ARE      *
      **                   MAXIMUMS AND MAY DIFFER, THE MERGED HEADER  *
      **                   CARRIES THE LARGEST, AND A DETAIL LONGER    *
      **                   THAN ITS OWN INPUT'S MAXIMUM IS HELD OUT.   *
      **                   ALL INPUTS MUST AGREE ON THE FORMAT.        *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  MRG-REF-FILE-ID                 PIC X(08).
       01  MRG-REF-LR                      PIC X(04).
       01  MRG-REF-REC-LEN                 PIC S9(05)      VALUE 0.
       01  MRG-REF-FORMAT                  PIC X(01)       VALUE SPACE.
           88  MRG-REF-VARIABLE            VALUE "V".
      *> THE LONGEST MAXIMUM ANY VARIABLE-LENGTH INPUT CLAIMS - WHAT
      *> THE MERGED HEADER CARRIES.
       01  MRG-MAX-REC-LEN                 PIC S9(05)      VALUE 0.
       01  MRG-REF-KEY-OFFSET              PIC S9(05)      VALUE 0.
       01  MRG-REF-KEY-LENGTH              PIC S9(05)      VALUE 0.
       01  MRG-KEY-REC-KEY                 PIC X(64)       VALUE SPACES.
       01  MRG-DET-TOP                     PIC 9(04)       VALUE 0.
       01  MRG-DET-OVERFLOW-CNT            PIC 9(06)       VALUE 0.
       01  MRG-DET-SHORT-CNT               PIC 9(06)       VALUE 0.
       01  MRG-DET-OVERLONG-CNT            PIC 9(06)       VALUE 0.
       01  MRG-DET-IDX                     PIC 9(04).
       01  MRG-MIN-IDX                     PIC 9(04)       VALUE 0.
       01  MRG-WRITTEN-CNT                 PIC 9(06)       VALUE 0.
               MOVE RLHL-FILE-ID        TO MRG-REF-FILE-ID
               MOVE RLHL-LOGICAL-RECORD TO MRG-REF-LR
               MOVE RLHL-RECORD-LENGTH  TO MRG-REF-REC-LEN
               MOVE RLHL-RECORD-LENGTH  TO MRG-MAX-REC-LEN
               MOVE RLHL-RECORD-FORMAT  TO MRG-REF-FORMAT
               MOVE RLHL-KEY-OFFSET     TO MRG-REF-KEY-OFFSET
               MOVE RLHL-KEY-LENGTH     TO MRG-REF-KEY-LENGTH
               MOVE RLHL-RECORDS-ABOVE  TO MRG-CLAIMED-ABOVE
           ELSE
               IF RLHL-FILE-ID NOT = MRG-REF-FILE-ID
                   OR RLHL-LOGICAL-RECORD NOT = MRG-REF-LR
                   OR RLHL-RECORD-FORMAT NOT = MRG-REF-FORMAT
                   OR RLHL-KEY-OFFSET NOT = MRG-REF-KEY-OFFSET
                   OR RLHL-KEY-LENGTH NOT = MRG-REF-KEY-LENGTH
                   DISPLAY "RLHLMRG - INPUT " MRG-CUR-INPUT
                   MOVE 16 TO RETURN-CODE
                   GO TO 2100-EXIT
               END-IF
      *> A FIXED-LENGTH FAMILY SHARES ONE EXACT LENGTH; A VARIABLE-
      *> LENGTH INPUT'S LENGTH IS ONLY ITS OWN CEILING, SO REGIONS MAY
      *> CLAIM DIFFERENT ONES AND THE MERGE TAKES THE LARGEST.
               IF MRG-REF-VARIABLE
                   IF RLHL-RECORD-LENGTH > MRG-MAX-REC-LEN
                       MOVE RLHL-RECORD-LENGTH TO MRG-MAX-REC-LEN
                   END-IF
               ELSE
                   IF RLHL-RECORD-LENGTH NOT = MRG-REF-REC-LEN
                       DISPLAY "RLHLMRG - INPUT " MRG-CUR-INPUT
                           " HEADER DISAGREES WITH MERGEIN1 - NOT THE "
                           "SAME EXTRACT FAMILY"
                       MOVE "Y" TO MRG-HALT-SW
                       MOVE 16 TO RETURN-CODE
                       GO TO 2100-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO MRG-DETAIL-SEQ
           PERFORM 2300-LOAD-ONE-DETAIL THRU 2300-EXIT
               ADD 1 TO MRG-DET-SHORT-CNT
               GO TO 2300-EXIT
           END-IF
      *> RLHL-HEADER-RECORD STILL HOLDS THIS INPUT'S OWN HEADER - A
      *> VARIABLE-LENGTH DETAIL PAST ITS CEILING IS HELD OUT.
           IF RLHL-VARIABLE-LENGTH
               AND MRG-IN-LEN > RLHL-RECORD-LENGTH
               ADD 1 TO MRG-DET-OVERLONG-CNT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO MRG-DET-TOP
           MOVE SPACES TO MRG-DET-KEY(MRG-DET-TOP)
           MOVE MRG-REC-BUF(MRG-REF-KEY-OFFSET + 1:
           ADD 1 TO MRG-KEY-POSITION
           MOVE MRG-REF-HEADER TO RLHL-HEADER-RECORD(1:100)
           MOVE MRG-DET-TOP TO RLHL-RECORD-COUNT
           IF MRG-REF-VARIABLE
               MOVE MRG-MAX-REC-LEN TO RLHL-RECORD-LENGTH
           END-IF
           COMPUTE MRG-NEW-ABOVE = MRG-KEY-POSITION - 1
           COMPUTE MRG-NEW-BELOW = MRG-DET-TOP - MRG-KEY-POSITION
           MOVE MRG-NEW-ABOVE TO RLHL-RECORDS-ABOVE
                   " DETAILS TOO SHORT TO CARRY THE KEY AND WERE "
                   "NOT MERGED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF MRG-DET-OVERLONG-CNT > 0
               DISPLAY "RLHLMRG - " MRG-DET-OVERLONG-CNT
                   " DETAILS LONGER THAN THEIR HEADER'S MAXIMUM "
                   "RECORD LENGTH WERE NOT MERGED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
