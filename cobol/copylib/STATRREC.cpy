      ******************************************************************
      **                                                               *
      **  STATRREC  -  ACCOUNT STATUS TRANSITION RULE                  *
      **                                                               *
      **  ONE ROW PER FROM/TO PAIR OF A MASTER_REC STATUS FIELD THAT   *
      **  MRECUPDT MUST POLICE ON A CHANGE TRANSACTION, MAINTAINED BY  *
      **  DATA LIBRARY SERVICES ON DD STATRUL.  STR-FIELD NAMES THE    *
      **  FIELD - "R" REC_TYPE, "A" ACT_TYPE.  THE OUTCOME IS "A"      *
      **  ALLOWED, "R" ALLOWED ONLY WHEN THE TRANSACTION CARRIES A     *
      **  REASON CODE, OR "F" FORBIDDEN.  A "*" FROM OR TO VALUE       *
      **  MATCHES ANY VALUE.  AN EXACT PAIR WINS, THEN AN EXACT FROM   *
      **  WITH A "*" TO, THEN A "*" FROM WITH AN EXACT TO, THEN "*" TO *
      **  "*".  A CHANGE NO ROW MATCHES IS ALLOWED, AS IS A CHANGE     *
      **  THAT LEAVES THE FIELD AS IT WAS.  A "*" IN COLUMN 1 IS A     *
      **  COMMENT LINE.  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX *
      **  (STR-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.               *
      **                                                               *
      ******************************************************************
       01  STATUS-RULE-RECORD.
           05  STR-FIELD                   PIC X(01).
               88  STR-IS-COMMENT          VALUE "*".
               88  STR-IS-REC-TYPE         VALUE "R".
               88  STR-IS-ACT-TYPE         VALUE "A".
           05  FILLER                      PIC X(01).
           05  STR-FROM                    PIC X(01).
           05  FILLER                      PIC X(01).
           05  STR-TO                      PIC X(01).
           05  FILLER                      PIC X(01).
           05  STR-OUTCOME                 PIC X(01).
               88  STR-ALLOWED             VALUE "A".
               88  STR-NEEDS-REASON        VALUE "R".
               88  STR-FORBIDDEN           VALUE "F".
           05  FILLER                      PIC X(01).
           05  STR-DESCRIPTION             PIC X(40).
