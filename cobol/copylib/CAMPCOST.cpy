      ******************************************************************
      **                                                              *
      **  CAMPCOST  -  CAMPAIGN PRODUCTION COST ENTRY                  *
      **                                                               *
      **  ONE ROW PER CAMPAIGN CODE ON DD CAMPCOST, MAINTAINED BY      *
      **  MARKETING - THE CAMPAIGN'S FIXED PRODUCTION COST (CREATIVE,  *
      **  PLATES, LIST RENTAL) AND ITS COST PER PIECE PRODUCED (PRINT, *
      **  PAPER, INSERTING), POSTAGE EXCLUDED - POSTAGE COMES FROM THE *
      **  MAILSORT LEDGER (MAILPST.cpy).  MAILROI ADDS THE TWO TO      *
      **  POSTAGE FOR THE CAMPAIGN'S FULL COST.  FIELDS TAKE THE SAME  *
      **  SHORT RECORD-NAME PREFIX (CCT-) THAT GVBRH.CPY USES FOR ITS  *
      **  OWN FIELDS.                                                  *
      **                                                               *
      ******************************************************************
       01  CAMPAIGN-COST-RECORD.
           05  CCT-CAMPAIGN                PIC X(08).
           05  CCT-FIXED-COST              PIC 9(07)V99.
           05  CCT-UNIT-COST               PIC 9(03)V9(04).
           05  CCT-DESCRIPTION             PIC X(30).
