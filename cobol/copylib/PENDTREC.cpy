      ******************************************************************
      **                                                               *
      **  PENDTREC  -  FUTURE-DATED TRANSACTION WAREHOUSE ENTRY        *
      **                                                               *
      **  ONE ROW PER MRECUPDT TRANSACTION KEYED AHEAD OF THE DAY IT   *
      **  IS TO TAKE EFFECT.  PENDMNT ADDS, CHANGES, CANCELS AND LISTS *
      **  THEM; PENDREL RELEASES EACH ONE TO TRANFILE ON THE FIRST     *
      **  BUSINESS DAY ON OR AFTER ITS EFFECTIVE DATE (CALWS/CALCK)    *
      **  AND, ONCE MRECUPDT HAS RUN THE RELEASE BATCH, DROPS THE      *
      **  ITEMS THAT APPLIED AND PUTS BACK THE ONES THAT FAILED WITH   *
      **  THEIR REJECT REASON.  STATUS:                                *
      **    "P"  PENDING   WAITING ON ITS DATE.                        *
      **    "R"  RELEASED  ON PENDREL BATCH PND-REL-BATCH-NO AT        *
      **                   POSITION PND-REL-SEQ, WAITING ON MRECUPDT.  *
      **    "F"  FAILED    MRECUPDT REJECTED IT; PND-REASON SAYS WHY.  *
      **                   HELD UNTIL PENDMNT CHANGES IT BACK TO       *
      **                   PENDING OR CANCELS IT.                      *
      **  PND-TRAN IS THE 40-BYTE MRECUPDT TRANSACTION EXACTLY AS IT   *
      **  WILL BE RELEASED.  THE IMAGE CARRIES COMP AND COMP-3 FIELDS, *
      **  SO THE WAREHOUSE IS A RECORD-SEQUENTIAL FILE.                *
      **                                                               *
      ******************************************************************
       01  PENDING-TRAN-RECORD.
           05  PND-ITEM-NO                 PIC 9(07).
           05  PND-STATUS                  PIC X(01).
               88  PND-PENDING             VALUE "P".
               88  PND-RELEASED            VALUE "R".
               88  PND-FAILED              VALUE "F".
           05  PND-EFF-DATE                PIC 9(08).
           05  PND-DUE-DATE                PIC 9(08).
           05  PND-REL-BATCH-NO            PIC 9(06).
           05  PND-REL-SEQ                 PIC 9(05).
           05  PND-REASON                  PIC X(40).
           05  PND-KEYED-BY                PIC X(10).
           05  PND-KEYED-DATE              PIC 9(08).
           05  PND-CHANGED-BY              PIC X(10).
           05  PND-CHANGED-DATE            PIC 9(08).
           05  PND-TRAN.
               10  PND-TRAN-ACTION         PIC X(01).
               10  PND-TRAN-IMAGE          PIC X(37).
               10  PND-TRAN-REASON         PIC X(02).
