      ******************************************************************
      **                                                              *
      **  DUPSURV  -  CUSTOMER SURVIVORSHIP ENTRY                      *
      **                                                               *
      **  ONE ROW PER CUSTOMER PAIR AN ANALYST HAS DECIDED, HELD ON    *
      **  DD DUPSURV AND REWRITTEN BY DUPMNT.  A CONFIRMED ROW ("C")   *
      **  SAYS THE DUPLICATE CUSTOMER (NAME, STREET AND ZIP - THE      *
      **  ONLY KEY CUSTOMER-RECORD CARRIES) IS THE SAME CUSTOMER AS    *
      **  THE SURVIVOR: CUSTXBLD LINKS IT UNDER THE SURVIVOR'S NAME    *
      **  AND ADDRESS, AND CUSTMAIL AND MAILHHLD DROP IT SO ONLY THE   *
      **  SURVIVOR IS MAILED (DUPSVWS/DUPSVCK).  A "N" ROW RECORDS A   *
      **  PAIR JUDGED NOT TO BE DUPLICATES AND AN "X" ROW A            *
      **  CONFIRMATION SINCE REVERSED; NEITHER MERGES ANYTHING, AND    *
      **  CUSTDUP PROPOSES NO DECIDED PAIR AGAIN.  THE ROW IS NEVER    *
      **  DELETED, SO THE TRAIL SURVIVES.  FIELDS TAKE THE SAME SHORT  *
      **  RECORD-NAME PREFIX (DSV-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  SURVIVORSHIP-RECORD.
           05  DSV-DUP-NAME                PIC X(23).
           05  DSV-DUP-STREET              PIC X(20).
           05  DSV-DUP-ZIP                 PIC 9(05).
           05  DSV-SURV-NAME               PIC X(23).
           05  DSV-SURV-STREET             PIC X(20).
           05  DSV-SURV-CITY               PIC X(17).
           05  DSV-SURV-STATE              PIC X(02).
           05  DSV-SURV-ZIP                PIC 9(05).
           05  DSV-STATUS                  PIC X(01).
               88  DSV-CONFIRMED           VALUE "C".
               88  DSV-NOT-DUPLICATE       VALUE "N".
               88  DSV-REVERSED            VALUE "X".
           05  DSV-SCORE                   PIC 9(03).
           05  DSV-ANALYST-ID              PIC X(10).
           05  DSV-STAMP-DATE              PIC 9(08).
