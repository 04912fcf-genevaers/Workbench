      ******************************************************************
      **                                                              *
      **  NCOAXRF  -  NCOA SUBMISSION CROSS-REFERENCE ENTRY            *
      **                                                               *
      **  THE IN-HOUSE HALF OF AN NCOA SUBMISSION, WRITTEN BY NCOAOUT  *
      **  ON DD NCOXREF ALONGSIDE THE VENDOR FILE (NCOASUB.cpy) AND    *
      **  READ BACK BY NCOAIN WHEN THE RESULTS RETURN.  IT IS NEVER    *
      **  SENT: IT CARRIES THE REAL NAME AND ADDRESS BEHIND EACH       *
      **  RECORD ID, SO A TOKENIZED SUBMISSION CAN STILL BE TURNED     *
      **  INTO CHANGE-OF-ADDRESS TRANSACTIONS THAT MATCH THE SOURCE    *
      **  RECORD.  ONE "H" HEADER ROW CARRIES THE LIST ID AND THE      *
      **  SUBMISSION DATE; EACH "D" ROW CARRIES THE RECORD ID, THE     *
      **  CUSTOMER-TYPE-CD (BLANK FOR A MAILING-RECORD), THE NAME -    *
      **  THE 23 BYTES OF THE CUSTOMER-NAME OR BUYER-NAME VIEW, OR     *
      **  THE COMPANY-NAME - AND THE ADDRESS AS IT STOOD.  DETAIL      *
      **  ROWS ARE IN RECORD-ID ORDER, EVERY "C" ROW BEFORE ANY "M"    *
      **  ROW, EACH SEQUENCE RUNNING FROM 1 WITHOUT GAPS.  HELD UNDER  *
      **  THE SAME RESTRICTED ACCESS PROFILE AS THE TOKEN VAULT.       *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (NCX-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  NCOA-XREF-RECORD.
           05  NCX-REC-TYPE                PIC X(01).
               88  NCX-IS-HEADER           VALUE "H".
               88  NCX-IS-DETAIL           VALUE "D".
           05  NCX-DETAIL.
               10  NCX-RECORD-ID.
                   15  NCX-SOURCE-CD       PIC X(01).
                       88  NCX-FROM-CUSTOMER VALUE "C".
                       88  NCX-FROM-MAILING  VALUE "M".
                   15  NCX-SOURCE-SEQ      PIC 9(09).
               10  NCX-CUST-TYPE-CD        PIC X(01).
               10  NCX-NAME                PIC X(30).
               10  NCX-STREET              PIC X(20).
               10  NCX-CITY                PIC X(17).
               10  NCX-STATE               PIC X(02).
               10  NCX-ZIP                 PIC 9(05).
           05  NCX-HEADER REDEFINES NCX-DETAIL.
               10  NCX-LIST-ID             PIC X(10).
               10  NCX-SUBMIT-DATE         PIC 9(08).
               10  FILLER                  PIC X(67).
