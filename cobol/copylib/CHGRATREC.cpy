      ******************************************************************
      **                                                              *
      **  CHGRATREC  -  BATCH CHARGEBACK RATE ROW                      *
      **                                                               *
      **  ONE ROW PER PRICED PROGRAM ON DD CHGRATE - THE CHARGE FOR    *
      **  EACH RUN AND FOR EACH THOUSAND RECORDS THE RUN READ.  A ROW  *
      **  WITH A BLANK PROGRAM IS THE HOUSE RATE FOR EVERY PROGRAM     *
      **  WITHOUT A ROW OF ITS OWN.  FIELDS TAKE THE SAME SHORT        *
      **  RECORD-NAME PREFIX (CHR-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  CHARGE-RATE-RECORD.
           05  CHR-PROGRAM                 PIC X(08).
           05  CHR-PER-RUN                 PIC 9(05)V99.
           05  CHR-PER-THOUSAND            PIC 9(05)V99.
