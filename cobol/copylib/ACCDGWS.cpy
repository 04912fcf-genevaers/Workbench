      *> ------------------------------------------------------------
      *> ACCDGWS - WORKING STORAGE FOR THE SHARED ACCOUNT-NUMBER
      *> CHECK-DIGIT EDIT.  AN ACCOUNT_NO IS EIGHT BASE DIGITS AND A
      *> NINTH CHECK DIGIT, MODULUS 11: WEIGHT THE BASE DIGITS 9, 8,
      *> 7 ... 2 FROM THE LEFT, SUM, AND THE CHECK DIGIT IS 11 LESS
      *> THE SUM'S REMAINDER BY 11 (A REMAINDER OF 0 GIVES 0).  A
      *> BASE WHOSE CHECK WORKS OUT TO 10 TAKES NO CHECK DIGIT AND IS
      *> NEVER ISSUED.  THE RULE CATCHES EVERY SINGLE WRONG DIGIT AND
      *> EVERY TRANSPOSITION OF TWO ADJACENT DIGITS.  ACCTASGN HANDS
      *> OUT NUMBERS UNDER IT, MRECUPDT REFUSES AN ADD THAT FAILS IT
      *> AND ACCTCDV LISTS THE EXISTING ACCOUNTS THAT FAIL IT.  COPY
      *> THIS INTO WORKING-STORAGE AND COPY ACCDGCK INTO THE
      *> PROCEDURE DIVISION.  TO TEST A NUMBER, MOVE IT TO
      *> ACD-ACCOUNT-NO AND PERFORM 7800-CHECK-ACCOUNT-NO THRU
      *> 7800-EXIT; ACD-VALID COMES BACK SET WHEN IT PASSES,
      *> OTHERWISE ACD-REASON-TXT SAYS WHY.  TO BUILD A NUMBER, MOVE
      *> THE EIGHT-DIGIT BASE TO ACD-BASE AND PERFORM
      *> 7810-COMPUTE-CHECK-DIGIT THRU 7810-EXIT; UNLESS
      *> ACD-NO-CHECK-DIGIT IS SET THE FULL NUMBER IS THEN IN
      *> ACD-ACCOUNT-NO.  PARAGRAPHS 7800 THROUGH 7849 ARE RESERVED
      *> FOR THIS COPYBOOK PAIR, THE SAME RESERVATION RULE AS
      *> CENTPVT/CENTWIN.  7850 THROUGH 7899 STAY WITH THE PROGRAM
      *> FOR ITS OWN 7850-POST-ACCESS-LOG (SEE ACCLOGWS.cpy).
      *> ------------------------------------------------------------
       01  ACD-ACCOUNT-NO                  PIC X(09)       VALUE SPACES.
       01  ACD-ACCOUNT-PARTS REDEFINES ACD-ACCOUNT-NO.
           05  ACD-BASE                    PIC 9(08).
           05  ACD-CHECK                   PIC 9(01).
       01  ACD-ACCOUNT-DIGITS REDEFINES ACD-ACCOUNT-NO.
           05  ACD-DIGIT                   PIC 9(01) OCCURS 9 TIMES.
       01  ACD-CHECK-DIGIT                 PIC 9(02)       VALUE 0.
           88  ACD-NO-CHECK-DIGIT          VALUE 10.
       01  ACD-WEIGHTED-SUM                PIC 9(04)       VALUE 0.
       01  ACD-QUOT                        PIC 9(04)       VALUE 0.
       01  ACD-KEYED-CHECK                 PIC 9(01)       VALUE 0.
       01  ACD-IX                          PIC 9(02) COMP  VALUE 0.
       01  ACD-VALID-SW                    PIC X(01)       VALUE "N".
           88  ACD-VALID                   VALUE "Y".
       01  ACD-REASON-TXT                  PIC X(30)       VALUE SPACES.
