      ******************************************************************
      **                                                               *
      **  TRANBCTL  -  MRECUPDT TRANSACTION BATCH HEADER AND TRAILER   *
      **                                                               *
      **  EVERY KEYING SOURCE WRAPS EACH BATCH OF TRANFILE             *
      **  TRANSACTIONS IN AN "H" HEADER AND A "T" TRAILER, BOTH THE    *
      **  SAME 40 BYTES AS A TRANSACTION (ACTION BYTE, MASTER_REC      *
      **  IMAGE AND STATUS-CHANGE REASON CODE), SO THE THREE RECORD    *
      **  KINDS SHARE ONE FD.                                          *
      **  THE HEADER NAMES THE SOURCE, ITS BATCH NUMBER (UNIQUE PER    *
      **  SOURCE) AND THE BATCH DATE.  THE TRAILER CARRIES THE         *
      **  CONTROL TOTALS OVER THE BATCH'S TRANSACTIONS: THE COUNT, THE *
      **  COUNTS BY ACTION, THE ACCOUNT HASH (THE SUM OF EVERY NUMERIC *
      **  ACCOUNT_NO TAKEN AS A NINE-DIGIT NUMBER - A NON-NUMERIC ONE  *
      **  ADDS NOTHING) AND THE TOTAL OF AMOUNT (A NON-NUMERIC ONE     *
      **  ADDS NOTHING).  THE HASH AND TOTAL ARE PACKED, LIKE AMOUNT   *
      **  ITSELF, SO THE TRAILER FITS THE TRANSACTION LENGTH.          *
      **                                                               *
      ******************************************************************
       01  TRAN-BATCH-HEADER.
           05  TBH-RECORD-TYPE             PIC X(01).
           05  TBH-SOURCE                  PIC X(08).
           05  TBH-BATCH-NO                PIC 9(06).
           05  TBH-BATCH-DATE              PIC 9(08).
           05  FILLER                      PIC X(17).
       01  TRAN-BATCH-TRAILER.
           05  TBT-RECORD-TYPE             PIC X(01).
           05  TBT-TRAN-CNT                PIC 9(05).
           05  TBT-ADD-CNT                 PIC 9(05).
           05  TBT-CHANGE-CNT              PIC 9(05).
           05  TBT-DELETE-CNT              PIC 9(05).
           05  TBT-ACCOUNT-HASH            PIC 9(15)       COMP-3.
           05  TBT-AMOUNT-TOTAL            PIC S9(11)V99   COMP-3.
           05  FILLER                      PIC X(04).
