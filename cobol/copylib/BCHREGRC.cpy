      ******************************************************************
      **                                                               *
      **  BCHREGRC  -  MRECUPDT BATCH CONTROL REGISTER ENTRY           *
      **                                                               *
      **  ONE ROW PER TRANFILE BATCH MRECUPDT RECEIVES (SEE            *
      **  TRANBCTL.cpy), APPENDED TO DD BCHREG WHETHER THE BATCH WAS   *
      **  APPLIED OR REJECTED - THE SOURCE AND BATCH NUMBER FROM THE   *
      **  HEADER, THE VERDICT AND WHY, THE TRANSACTION COUNTS, AND     *
      **  THE RUN THAT HANDLED IT.  AN APPLIED ROW IS ALSO WHAT STOPS  *
      **  THE SAME SOURCE AND BATCH NUMBER BEING APPLIED AGAIN; A      *
      **  REJECTED BATCH MAY BE CORRECTED AND RESENT UNDER ITS OWN     *
      **  NUMBER.  WITHIN AN APPLIED BATCH A SINGLE TRANSACTION CAN    *
      **  STILL BE REJECTED ON ITS OWN MERITS (E.G. ACCOUNT NOT ON     *
      **  MASTER) - BCR-TRAN-REJECTED COUNTS THOSE.                    *
      **                                                               *
      ******************************************************************
       01  BATCH-REGISTER-RECORD.
           05  BCR-SOURCE                  PIC X(08).
           05  BCR-BATCH-NO                PIC 9(06).
           05  BCR-BATCH-DATE              PIC 9(08).
           05  BCR-STATUS                  PIC X(01).
               88  BCR-APPLIED             VALUE "A".
               88  BCR-REJECTED            VALUE "R".
           05  BCR-REASON                  PIC X(30).
           05  BCR-TRAN-CNT                PIC 9(05).
           05  BCR-TRAN-APPLIED            PIC 9(05).
           05  BCR-TRAN-REJECTED           PIC 9(05).
           05  BCR-RUN-DATE                PIC 9(08).
           05  BCR-RUN-TIME                PIC 9(08).
           05  BCR-ANALYST-ID              PIC X(10).
