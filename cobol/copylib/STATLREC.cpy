      ******************************************************************
      **                                                               *
      **  STATLREC  -  ACCOUNT STATUS TRANSITION LOG ENTRY             *
      **                                                               *
      **  ONE ROW PER STATUS FIELD A CHANGE TRANSACTION TRIED TO MOVE, *
      **  APPENDED TO DD STATLOG BY MRECUPDT WHETHER THE CHANGE WAS    *
      **  APPLIED OR NOT, AND COUNTED BY PAIR FOR THE MONTH BY         *
      **  MRECTRNS.  STL-FIELD AND STL-RULE TAKE THE STATRREC.cpy      *
      **  VALUES ("R" REC_TYPE / "A" ACT_TYPE; "A" ALLOWED, "R" REASON *
      **  REQUIRED, "F" FORBIDDEN).  STL-RESULT IS WHAT BECAME OF THE  *
      **  TRANSACTION - "A" APPLIED, "F" REJECTED AS FORBIDDEN, "M"    *
      **  REJECTED FOR A MISSING REASON CODE, "O" REJECTED BECAUSE ITS *
      **  OTHER STATUS FIELD FAILED.  FIELDS TAKE THE SAME SHORT       *
      **  RECORD-NAME PREFIX (STL-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  STATUS-LOG-RECORD.
           05  STL-RUN-DATE                PIC 9(08).
           05  STL-RUN-TIME                PIC 9(08).
           05  STL-ACCOUNT-NO              PIC X(09).
           05  STL-FIELD                   PIC X(01).
           05  STL-FROM                    PIC X(01).
           05  STL-TO                      PIC X(01).
           05  STL-RULE                    PIC X(01).
           05  STL-RESULT                  PIC X(01).
               88  STL-APPLIED             VALUE "A".
               88  STL-REJ-FORBIDDEN       VALUE "F".
               88  STL-REJ-NO-REASON       VALUE "M".
               88  STL-REJ-OTHER-FIELD     VALUE "O".
           05  STL-REASON-CODE             PIC X(02).
           05  STL-SOURCE                  PIC X(08).
           05  STL-BATCH-NO                PIC X(06).
           05  STL-ANALYST-ID              PIC X(10).
