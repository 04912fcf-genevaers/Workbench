      ******************************************************************
      **                                                              *
      **  USGHREC  -  USAGE HISTORY RECORD                             *
      **                                                               *
      **  ONE ROW PER ACCOUNT (KEY-ID1) PER USAGE CYCLE (CCYYMMDD) ON  *
      **  THE USAGE HISTORY FILE (DD USGHIST), APPENDED EACH CYCLE BY  *
      **  USGSNAP FROM THAT CYCLE'S USAGE EXTRACT AND READ BY USGSPIKE *
      **  TO JUDGE EACH ACCOUNT'S CURRENT CYCLE AGAINST ITS OWN        *
      **  TRAILING CYCLES.  THE ROW CARRIES THE CYCLE TOTAL OF AMOUNT  *
      **  OVER EVERY USAGE RECORD FOR THE KEY AND HOW MANY RECORDS     *
      **  MADE IT UP - AN ACCOUNT WITH NO USAGE IN A CYCLE HAS NO ROW  *
      **  FOR IT.  WRITTEN SEQUENTIAL, NOT LINE SEQUENTIAL - THE KEY   *
      **  AND TOTALS ARE BINARY AND PACKED.  FIELDS TAKE THE SAME      *
      **  SHORT RECORD-NAME PREFIX (UGH-) THAT GVBRH.CPY USES FOR ITS  *
      **  OWN FIELDS.                                                  *
      **                                                               *
      ******************************************************************
       01  USAGE-HIST-RECORD.
           05  UGH-CYCLE                   PIC 9(08).
           05  UGH-KEY-ID1                 PIC S9(09)     COMP.
           05  UGH-AMOUNT                  PIC S9(09)V99  COMP-3.
           05  UGH-REC-CNT                 PIC 9(07)      COMP-3.
