      ******************************************************************
      **                                                              *
      **  SODREC  -  SEGREGATION-OF-DUTIES CONFLICT ROW                *
      **                                                               *
      **  ONE ROW PER TOXIC PAIR OF AUTHTAB FUNCTIONS ON DD SODTAB -   *
      **  TWO FUNCTIONS NO ONE ANALYST SHOULD HOLD TOGETHER, AND WHY.  *
      **  THE MAKER AND CHECKER OF A REFERENCE-TABLE CHANGE (REFTMAKE  *
      **  AND REFTCHCK), AND THE CATALOG IMPORT (CCB2LR) AND ITS       *
      **  PROMOTION APPROVAL (LRPROMO), ARE THE CANONICAL ROWS.        *
      **  AUTHTAB GRANTS ARE NOT SCOPED BY CATALOG, SO HOLDING BOTH    *
      **  FUNCTIONS OF A ROW IS HOLDING BOTH ON EVERY CATALOG.  THE    *
      **  ORDER OF THE TWO FUNCTIONS DOES NOT MATTER.  AUTHCERT LISTS  *
      **  EVERY ANALYST WHO HOLDS BOTH.  FIELDS TAKE THE SAME SHORT    *
      **  RECORD-NAME PREFIX (SOD-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  SOD-CONFLICT-RECORD.
           05  SOD-FUNCTION-A              PIC X(08).
           05  SOD-FUNCTION-B              PIC X(08).
           05  SOD-REASON                  PIC X(40).
