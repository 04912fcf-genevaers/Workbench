      ******************************************************************
      **                                                              *
      **  ACCTAREC  -  ACCOUNT NUMBER ASSIGNMENT REGISTER ENTRY        *
      **                                                               *
      **  ONE ROW PER ACCOUNT_NO ACCTASGN HANDS OUT, APPENDED TO DD    *
      **  ACCTREG - THE NUMBER (EIGHT BASE DIGITS AND ITS CHECK        *
      **  DIGIT, SEE ACCDGWS.cpy), THE REQUEST REFERENCE IT WAS        *
      **  ISSUED AGAINST, WHEN AND BY WHOM.  THE REGISTER IS ALSO THE  *
      **  ASSIGNMENT HIGH-WATER MARK: THE NEXT NUMBER IS THE ONE       *
      **  AFTER THE HIGHEST BASE ON IT, AND A NUMBER ISSUED BUT NOT    *
      **  YET ADDED TO THE MASTER CAN NEVER BE ISSUED TWICE.  FIELDS   *
      **  TAKE THE SAME SHORT RECORD-NAME PREFIX (ASG-) THAT GVBRH.CPY *
      **  USES FOR ITS OWN FIELDS.                                     *
      **                                                               *
      ******************************************************************
       01  ACCOUNT-ASSIGN-RECORD.
           05  ASG-ACCOUNT-NO.
               10  ASG-BASE                PIC 9(08).
               10  ASG-CHECK               PIC 9(01).
           05  ASG-REQUEST-REF             PIC X(20).
           05  ASG-ASSIGN-DATE             PIC 9(08).
           05  ASG-ASSIGN-TIME             PIC 9(08).
           05  ASG-ANALYST-ID              PIC X(10).
