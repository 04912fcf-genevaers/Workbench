      ******************************************************************
      **                                                              *
      **  RDRAPREC  -  APPROVED READER OF A SENSITIVE LOGICAL RECORD   *
      **                                                               *
      **  ONE ROW PER APPROVED WAY OF READING AN EXTRACT WHOSE         *
      **  LOGICAL RECORD CARRIES SENSITIVITY-TAGGED FIELDS (SENSREG) - *
      **  THE LOGICAL RECORD, THE PROGRAM, AND THE ANALYST WHO MAY     *
      **  SUBMIT IT.  A BLANK FIELD MATCHES ANY VALUE: A ROW WITH A    *
      **  BLANK ANALYST APPROVES THE PROGRAM FOR EVERYONE, INCLUDING   *
      **  THE SCHEDULER'S OWN RUNS, AND A ROW WITH A BLANK PROGRAM     *
      **  APPROVES THE ANALYST THROUGH ANY PROGRAM.  MAINTAINED BY     *
      **  THE DATA LIBRARY ON DD RDRAPPR; READ BY DISCLOSE, WHICH      *
      **  FLAGS EVERY LOGGED ACCESS (ACCLOGRC) NO ROW APPROVES.        *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (RDA-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  APPROVED-READER-RECORD.
           05  RDA-LR-NAME                 PIC X(30).
           05  RDA-PROGRAM                 PIC X(08).
           05  RDA-ANALYST-ID              PIC X(10).
