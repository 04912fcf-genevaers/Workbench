      ******************************************************************
      **                                                              *
      **  MAILPST  -  CAMPAIGN POSTAGE LEDGER ENTRY                    *
      **                                                               *
      **  ONE ROW PER 5-DIGIT ZIP PER PRESORT RUN, APPENDED TO DD      *
      **  MAILPST BY MAILSORT WHEN ITS PSTPRM CARD NAMES THE CAMPAIGN  *
      **  BEING MAILED - THE ZIP, THE POSTAGE TIER ITS PIECES          *
      **  QUALIFIED FOR, HOW MANY PIECES AND WHAT THEY COST TO MAIL.   *
      **  THE ROWS FOR ONE RUN ADD UP TO THE POSTAGE STATEMENT ON ITS  *
      **  MAILMAN MANIFEST; MAILROI READS THEM AS THE MAILING COST OF  *
      **  EACH CAMPAIGN AND ZIP TIER.  FIELDS TAKE THE SAME SHORT      *
      **  RECORD-NAME PREFIX (MPS-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  POSTAGE-LEDGER-RECORD.
           05  MPS-CAMPAIGN                PIC X(08).
           05  MPS-MAIL-DATE               PIC 9(08).
           05  MPS-ZIP                     PIC 9(05).
           05  MPS-TIER                    PIC X(01).
               88  MPS-TIER-5D             VALUE "5".
               88  MPS-TIER-3D             VALUE "3".
               88  MPS-TIER-MX             VALUE "M".
           05  MPS-PIECES                  PIC 9(06).
           05  MPS-POSTAGE                 PIC 9(07)V99.
