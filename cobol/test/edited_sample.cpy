       01  PRINT-LINE-RECORD.
           05  PL-ACCOUNT         PIC X(10).
           05  PL-AMOUNT          PIC ZZZ,ZZ9.99-.
           05  PL-BALANCE         PIC $$$,$$9.99CR.
           05  PL-CHECK-AMT       PIC ***,**9.99.
           05  PL-RUN-DATE        PIC 99/99/9999.
           05  PL-PHONE           PIC 999B999B9999.
           05  PL-THOUSANDS       PIC 9(5)PPP.
           05  PL-RATE            PIC SVPP9(3) COMP-3.
           05  PL-NAME-NATL       PIC N(20).
           05  PL-TRAILER         PIC X(04).
