       01  USAGE-RECORD.
           05  USG-KEY              PIC X(06).
           05  USG-BIN-HALF         PIC S9(4) BINARY.
           05  USG-BIN-FULL         PIC S9(9) COMPUTATIONAL-4.
           05  USG-NATIVE           PIC S9(9) COMP-5.
           05  USG-PACKED           PIC S9(7)V99 PACKED-DECIMAL.
           05  USG-LONG-PACKED      PIC S9(5) COMPUTATIONAL-3.
           05  USG-SHORT-FLOAT      COMPUTATIONAL-1.
           05  USG-TEXT             PIC X(08) USAGE IS DISPLAY.
           05  USG-PACKED-GROUP     USAGE PACKED-DECIMAL.
               10  USG-PG-AMOUNT    PIC S9(7)V99.
               10  USG-PG-COUNT     PIC S9(3).
           05  USG-BINARY-GROUP     COMP.
               10  USG-BG-LOW       PIC S9(4).
               10  USG-BG-HIGH      PIC S9(9).
               10  USG-BG-ZONED     PIC 9(04) DISPLAY.
