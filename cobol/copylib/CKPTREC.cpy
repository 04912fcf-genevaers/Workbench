      ******************************************************************
      **                                                              *
      **  CKPTREC  -  RESTART CHECKPOINT RECORD                        *
      **                                                               *
      **  THE SINGLE ROW A PROGRAM THAT HAS ADOPTED THE CKPTWS/CKPTWR  *
      **  COPYBOOK PAIR KEEPS ON ITS DD CKPT - REWRITTEN EVERY N       *
      **  INPUT RECORDS, CLEARED WHEN THE RUN REACHES END OF FILE.     *
      **  IT CARRIES WHO TOOK IT AND FOR WHAT (THE LOGICAL RECORD OR   *
      **  OTHER RUN KEY), WHEN, HOW MANY INPUT RECORDS HAD BEEN READ,  *
      **  HOW MANY RECORDS HAD GONE TO EACH OUTPUT (IN THE ORDER THE   *
      **  PROGRAM'S OWN DESCRIPTION LISTS ITS OUTPUTS), AND THE        *
      **  PROGRAM'S RUNNING COUNTS AND CONTROL TOTALS IN THE SLOTS ITS *
      **  DESCRIPTION NAMES - EVERYTHING A RESTART NEEDS TO PICK UP    *
      **  WHERE THE FAILED RUN LEFT OFF AND STILL END WITH THE TOTALS  *
      **  AN UNINTERRUPTED RUN WOULD HAVE.  FIELDS TAKE THE SAME SHORT *
      **  RECORD-NAME PREFIX (CKP-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CKP-PROGRAM                 PIC X(08).
           05  CKP-RUN-KEY                 PIC X(30).
           05  CKP-TAKEN-DATE              PIC 9(08).
           05  CKP-TAKEN-TIME              PIC 9(08).
           05  CKP-RECORDS-READ            PIC 9(09).
           05  CKP-WRITTEN-TAB.
               10  CKP-WRITTEN             PIC 9(09)
                                           OCCURS 4 TIMES.
           05  CKP-COUNT-TAB.
               10  CKP-COUNT               PIC 9(09)
                                           OCCURS 8 TIMES.
