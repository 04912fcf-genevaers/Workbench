      *> ------------------------------------------------------------
      *> MASTER-REC-W - THE WIDENED-AMOUNT ACCOUNT MASTER LAYOUT.
      *> MASTER_REC'S AMOUNT IS S9(4)V99, SO A BALANCE OF 10,000.00
      *> OR MORE CANNOT BE CARRIED AT ALL; THIS LAYOUT WIDENS IT TO
      *> S9(9)V99 (SIX PACKED BYTES INSTEAD OF FOUR, A 39-BYTE
      *> RECORD INSTEAD OF 37).  EVERY OTHER FIELD IS BYTE-FOR-BYTE
      *> THE MASTER_REC FIELD OF THE SAME NAME - THE DATES KEEP
      *> THEIR 2-DIGIT YEARS.  FIELD NAMES TAKE THE MW- PREFIX SO THE
      *> TWO LAYOUTS CAN COEXIST IN ONE PROGRAM DURING THE
      *> CHANGEOVER (MRECCNVW CONVERTS IN EITHER DIRECTION; MRECCMPW
      *> PROVES A CONVERTED FILE AGAINST ITS ORIGINAL FIELD BY
      *> FIELD; READERS THAT ACCEPT EITHER LAYOUT USE MASTWWS AND
      *> MASTWNR).
      *> ------------------------------------------------------------
       01  MASTER-REC-W.
           05  MW-ACCOUNT-NO                PIC X(9).
           05  MW-REC-TYPE                  PIC X.
           05  MW-AMOUNT                    PIC S9(9)V99 COMP-3.
           05  MW-BIN-NO                    PIC S9(8) COMP.
           05  MW-BIN-NO-X REDEFINES MW-BIN-NO
                                            PIC XXXX.
           05  MW-DECIMAL-NO                PIC S999.
           05  MW-MASTER-DATE.
               10  MW-DATE-YY               PIC 9(2).
               10  MW-DATE-MM               PIC 9(2).
               10  MW-DATE-DD               PIC 9(2).
           05  MW-ACT-TYPE                  PIC X.
           05  MW-OTHER-DATE.
               10  MW-ODATE-YY              PIC 9(2).
               10  MW-ODATE-MM              PIC 9(2).
               10  MW-ODATE-DD              PIC 9(2).
      *> THE TWO TRAILING BYTES OF THE OLD LAYOUT'S OYYMMDDTT
      *> REDEFINES - NOT PART OF THE DATE, BUT BYTES THE OLD RECORD
      *> CARRIES, SO THE ROUND TRIP THROUGH THIS LAYOUT KEEPS THEM.
           05  MW-ODATE-TT                  PIC X(2).
           05  MW-OTHER-TYPE                PIC X.
