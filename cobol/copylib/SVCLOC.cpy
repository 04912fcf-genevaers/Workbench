      ******************************************************************
      **                                                              *
      **  SVCLOC  -  SERVICE-LOCATION REFERENCE ENTRY                  *
      **                                                               *
      **  ONE ROW PER BRANCH OR SERVICE DEPOT - ITS ID, ITS NAME AND   *
      **  WHERE IT STANDS - THE REFERENCE TABLE USGNEAR LOADS THE      *
      **  SAME WAY USGRGN LOADS REGNREF, SO EVERY VALIDATED USAGE      *
      **  POINT CAN BE HANDED TO THE NEAREST LOCATION.  THE            *
      **  COORDINATES ARE DECIMAL DEGREES, ZONED WITH A LEADING        *
      **  SEPARATE SIGN SO THE FILE STAYS HAND-MAINTAINABLE, AND       *
      **  CARRY THE SAME SEVEN PLACES AS THE USAGE RECORD'S OWN        *
      **  LATUD/LNGTD.  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX  *
      **  (SVL-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.               *
      **                                                               *
      ******************************************************************
       01  SVCLOC-RECORD.
           05  SVL-LOC-ID                  PIC X(08).
           05  SVL-LOC-NAME                PIC X(30).
           05  SVL-LATUD                   PIC S9(03)V9(07)
                                               SIGN LEADING SEPARATE.
           05  SVL-LNGTD                   PIC S9(03)V9(07)
                                               SIGN LEADING SEPARATE.
