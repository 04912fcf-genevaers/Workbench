      **  WHICH LOGICAL RECORD AND FIELD, THE SENSITIVITY CODE, AND    *
      **  HOW MANY RECORDS THE RUN LISTED.  ONE ROW PER FIELD PER      *
      **  RUN - THE RUN IS THE VIEWING EVENT; A ROW PER RECORD WOULD  *
      **  BURY THE SIGNAL.  PIIDETOK LOGS THE SAME WAY EACH TIME IT    *
      **  RESTORES TAGGED VALUES FROM THE TOKEN VAULT, THE COUNT THEN  *
      **  BEING THE VALUES RESTORED.  FIELDS TAKE THE SAME SHORT       *
      **  RECORD-NAME PREFIX (SVL-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  SENS-VIEW-RECORD.
