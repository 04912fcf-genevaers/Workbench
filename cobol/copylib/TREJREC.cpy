      ******************************************************************
      **                                                               *
      **  TREJREC  -  MRECUPDT REJECTED-TRANSACTION RECORD             *
      **                                                               *
      **  ONE ROW PER TRANFILE TRANSACTION MRECUPDT DID NOT APPLY,     *
      **  APPENDED TO DD TRANREJ - REJECTED ON ITS OWN, OR PASSED OVER *
      **  BECAUSE ITS WHOLE BATCH WAS REJECTED (THE BATCH'S REASON IS  *
      **  GIVEN).  THE BATCH SOURCE AND NUMBER COME FROM THE HEADER    *
      **  (TRANBCTL.cpy) AND TRJ-SEQ IS THE TRANSACTION'S POSITION IN  *
      **  THE BATCH, FROM 1, SO THE PROGRAM THAT BUILT THE BATCH CAN   *
      **  MATCH IT BACK TO ITS OWN ITEM; A TRANSACTION OUTSIDE ANY     *
      **  BATCH HAS A BLANK SOURCE AND ZERO BATCH AND POSITION.  THE   *
      **  TRANSACTION IS KEPT WHOLE, SO THE FILE IS RECORD-SEQUENTIAL. *
      **                                                               *
      ******************************************************************
       01  TRAN-REJECT-RECORD.
           05  TRJ-SOURCE                  PIC X(08).
           05  TRJ-BATCH-NO                PIC X(06).
           05  TRJ-SEQ                     PIC 9(05).
           05  TRJ-REASON                  PIC X(40).
           05  TRJ-RUN-DATE                PIC 9(08).
           05  TRJ-RUN-TIME                PIC 9(08).
           05  TRJ-TRAN.
               10  TRJ-TRAN-ACTION         PIC X(01).
               10  TRJ-TRAN-IMAGE          PIC X(37).
               10  TRJ-TRAN-REASON         PIC X(02).
