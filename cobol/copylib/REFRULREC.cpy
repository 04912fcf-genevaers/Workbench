      ******************************************************************
      **                                                              *
      **  REFRULREC  -  CROSS-EXTRACT REFERENTIAL INTEGRITY RULE       *
      **                                                               *
      **  ONE ROW PER PARENT/CHILD RULE LRREFCHK RUNS OVER THE         *
      **  NIGHT'S REGISTERED EXTRACTS, MAINTAINED BY DATA LIBRARY      *
      **  SERVICES.  EVERY VALUE OF THE CHILD LOGICAL RECORD'S FIELD   *
      **  MUST BE PRESENT AS A VALUE OF THE PARENT LOGICAL RECORD'S    *
      **  FIELD - FOR EXAMPLE USAGE-RECORD KEY-ID1 ON MASTER_REC       *
      **  ACCOUNT_NO.  A CHILD RECORD WITHOUT ONE IS AN ORPHAN.  A     *
      **  RULE IS EITHER AN ERROR (ORPHANS FAIL THE STEP) OR A         *
      **  WARNING (ORPHANS ARE LISTED, THE STEP ENDS RETURN-CODE 04).  *
      **  THE RULE ID IS THE CHECK NAME THE RULE'S QUALREC ROW         *
      **  CARRIES TO THE QUALSCOR SCORECARD.  A "*" IN COLUMN 1 IS A   *
      **  COMMENT LINE.  FIELDS TAKE THE SAME SHORT RECORD-NAME        *
      **  PREFIX (RRL-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.        *
      **                                                               *
      ******************************************************************
       01  REFERENCE-RULE-RECORD.
           05  RRL-RULE-ID                 PIC X(20).
           05  FILLER                      PIC X(01).
           05  RRL-SEVERITY                PIC X(01).
               88  RRL-IS-ERROR            VALUE "E".
               88  RRL-IS-WARNING          VALUE "W".
           05  FILLER                      PIC X(01).
           05  RRL-CHILD-LR-NAME           PIC X(30).
           05  RRL-CHILD-FIELD-NAME        PIC X(30).
           05  RRL-PARENT-LR-NAME          PIC X(30).
           05  RRL-PARENT-FIELD-NAME       PIC X(30).
           05  RRL-DESCRIPTION             PIC X(40).
