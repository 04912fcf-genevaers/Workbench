      **                                                              *
      **  SENSREG  -  FIELD SENSITIVITY REGISTRY ENTRY                 *
      **                                                               *
      **  ONE ROW PER CATALOG FIELD THAT CARRIES SENSITIVE DATA, KEYED *
      **  ON LOGICAL RECORD NAME AND FIELD NAME, WITH A SENSITIVITY    *
      **  CODE SAYING WHY IT IS TAGGED (PII FOR PERSONAL DATA, ACCT    *
      **  FOR ACCOUNT IDENTIFIERS, FIN FOR FINANCIAL DETAIL).          *
      **  MAINTAINED BY THE DATA LIBRARY; READ BY PIIMASK, WHICH       *
      **  SCRAMBLES EVERY TAGGED FIELD WHEN AN EXTRACT IS COPIED FOR   *
      **  THE TEST REGION, BY PIITOKEN AND PIIDETOK, WHICH SWAP EVERY  *
      **  TAGGED FIELD FOR A VAULTED TOKEN IN A FILE SENT TO AN        *
      **  OUTSIDE VENDOR AND BACK AGAIN IN ITS RESPONSE, AND BY        *
      **  DISCLOSE, WHICH LISTS EVERY LOGGED READ (ACCLOGRC) OF AN     *
      **  EXTRACT WHOSE LOGICAL RECORD HAS A TAGGED FIELD.  FIELDS     *
      **  TAKE THE SAME SHORT RECORD-NAME PREFIX (SEN-) THAT GVBRH.CPY *
      **  USES FOR ITS OWN FIELDS.                                     *
      **                                                               *
      ******************************************************************
       01  SENSITIVITY-RECORD.
