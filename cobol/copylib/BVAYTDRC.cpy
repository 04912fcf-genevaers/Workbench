      ******************************************************************
      **                                                              *
      **  BVAYTDRC  -  EXPENSE ACTUAL YEAR-TO-DATE CARRY RECORD        *
      **                                                               *
      **  ONE ROW PER WRITING-MIS-STATE, H-CODE AND EXPENSE GROUP      *
      **  CARRYING THE YEAR'S ACTUAL EXPENSE THROUGH BVY-PERIOD        *
      **  (CCYYMM).  FIRBUDG WRITES IT ON DD BVAYTDO EVERY MONTH AND   *
      **  READS LAST MONTH'S COPY BACK ON DD BVAYTDI, SO THE YEAR TO   *
      **  DATE NEEDS NO FILE-DATE ON THE ACTUALS - FIRALLOC'S ALOCOUT  *
      **  ROWS CARRY NONE.  FIELDS TAKE THE SAME SHORT RECORD-NAME     *
      **  PREFIX (BVY-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.        *
      **                                                               *
      ******************************************************************
       01  BVA-YTD-RECORD.
           05  BVY-PERIOD                  PIC 9(06).
           05  BVY-STATE                   PIC X(02).
           05  BVY-H-CODE                  PIC X(06).
           05  BVY-GROUP                   PIC X(04).
           05  BVY-ACTUAL-AMT              PIC S9(15)V99
                                               SIGN LEADING SEPARATE.
