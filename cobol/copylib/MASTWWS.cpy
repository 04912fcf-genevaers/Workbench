      *> ------------------------------------------------------------
      *> MASTWWS - WORKING FIELDS FOR A PROGRAM THAT READS THE
      *> ACCOUNT MASTER IN EITHER LAYOUT DURING THE WIDENED-AMOUNT
      *> CHANGEOVER.  THE PROGRAM SELECTS ITS USUAL MASTER DD AND AN
      *> OPTIONAL WIDENED DD (THE SAME NAME WITH A TRAILING "W",
      *> FILE STATUS MASTW-STATUS) AND OPENS THE WIDENED ONE FIRST:
      *> IF IT IS PRESENT THE RUN IS ON THE WIDENED LAYOUT, OTHERWISE
      *> ON THE OLD ONE, SO THE CHANGEOVER IS A DD SWAP WITH NO PARM.
      *> BOTH FD RECORDS ARE PLAIN BYTE STRINGS - EACH READ IS INTO
      *> MASTER_REC OR MASTER-REC-W (MASTRECW), BOTH ALSO COPIED
      *> INTO WORKING-STORAGE, AND MASTWNR THEN PRESENTS THE RECORD
      *> AS MASTER_REC WITH ITS AMOUNT IN MASTW-AMOUNT.  A PROGRAM
      *> THAT COPIES THIS USES MASTW-AMOUNT, NEVER AMOUNT OF
      *> MASTER_REC, FOR THE BALANCE.
      *> ------------------------------------------------------------
       01  MASTW-STATUS                     PIC XX.
           88  MASTW-OK                     VALUE "00".
           88  MASTW-ABSENT                 VALUE "05".
       01  MASTW-OPENED-SW                  PIC X(01)       VALUE "N".
           88  MASTW-OPENED                 VALUE "Y".
       01  MASTW-LAYOUT-SW                  PIC X(01)       VALUE "O".
           88  MASTW-OLD-LAYOUT             VALUE "O".
           88  MASTW-WIDE-LAYOUT            VALUE "W".
      *> THE CURRENT RECORD'S BALANCE, WHICHEVER LAYOUT IT CAME IN.
       01  MASTW-AMOUNT                     PIC S9(9)V99    COMP-3
                                                            VALUE 0.
