      ******************************************************************
      **                                                              *
      **  NCOASUB  -  NCOA VENDOR SUBMISSION RECORD                    *
      **                                                               *
      **  THE NATIONAL CHANGE-OF-ADDRESS VENDOR'S SUBMISSION FORMAT,   *
      **  WRITTEN BY NCOAOUT ON DD NCOSUB AND SENT OUT OF THE          *
      **  BUILDING.  ONE "H" HEADER ROW CARRIES THE LIST ID AND THE    *
      **  SUBMISSION DATE, THEN ONE "D" ROW PER NAME AND ADDRESS.      *
      **  THE RECORD ID IS THE ONLY LINK BACK TO THE SOURCE RECORD -   *
      **  "C" FOR A CUSTOMER-RECORD, "M" FOR A MAILING-RECORD, AND     *
      **  ITS SEQUENCE WITHIN THE SUBMISSION - AND IS RESOLVED ONLY    *
      **  THROUGH THE IN-HOUSE CROSS-REFERENCE (NCOAXRF.cpy), WHICH    *
      **  NEVER LEAVES.  A NAME OR ADDRESS FIELD TAGGED IN THE         *
      **  SENSITIVITY REGISTRY (SENSREG.cpy) ARRIVES HERE AS A VAULTED *
      **  TOKEN (TOKVREC.cpy), NOT THE VALUE.  NAME TYPE "I" FILLS     *
      **  THE PERSONAL NAME, "B" THE FIRM NAME.  FIELDS TAKE THE SAME  *
      **  SHORT RECORD-NAME PREFIX (NCS-) THAT GVBRH.CPY USES FOR ITS  *
      **  OWN FIELDS.                                                  *
      **                                                               *
      ******************************************************************
       01  NCOA-SUBMIT-RECORD.
           05  NCS-REC-TYPE                PIC X(01).
               88  NCS-IS-HEADER           VALUE "H".
               88  NCS-IS-DETAIL           VALUE "D".
           05  NCS-DETAIL.
               10  NCS-RECORD-ID.
                   15  NCS-SOURCE-CD       PIC X(01).
                   15  NCS-SOURCE-SEQ      PIC 9(09).
               10  NCS-NAME-TYPE           PIC X(01).
                   88  NCS-NAME-IS-PERSON  VALUE "I".
                   88  NCS-NAME-IS-FIRM    VALUE "B".
               10  NCS-LAST-NAME           PIC X(15).
               10  NCS-FIRST-NAME          PIC X(08).
               10  NCS-FIRM-NAME           PIC X(30).
               10  NCS-STREET              PIC X(20).
               10  NCS-CITY                PIC X(17).
               10  NCS-STATE               PIC X(02).
               10  NCS-ZIP5                PIC X(05).
               10  NCS-ZIP4                PIC X(04).
           05  NCS-HEADER REDEFINES NCS-DETAIL.
               10  NCS-LIST-ID             PIC X(10).
               10  NCS-SUBMIT-DATE         PIC 9(08).
               10  FILLER                  PIC X(94).
