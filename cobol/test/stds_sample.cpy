000100 01  STDS-RECORD.
000200     05  STD-AMOUNT          PIC S9(04) COMP-3.
000300     05  STD-COUNT           PIC 9(05).
000400     05  std-lower           PIC X(02).
000500     05  STD-STATUS          PIC X(01).
000600         88  STD-ACTIVE.
000700         88  STD-CLOSED      VALUE "C".
000800     05  STD-FILLERS.
000900         10  FILLER          PIC X(02).
001000         10  FILLER          PIC X(03).
001100     05  STD-A-VERY-LONG-DATA-NAME-THAT-RUNS-ON PIC X.
001200     05  STD-PACKED-GRP      COMP-3.
001300         10  STD-P1          PIC S9(6).
001400         10  STD-P2          PIC S9(7).
001500* COMMENT LINES ARE NOT GRADED: 05 X PIC 9.
