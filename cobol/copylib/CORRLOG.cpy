      ******************************************************************
      **                                                              *
      **  CORRLOG  -  CORRESPONDENCE LOG ENTRY                         *
      **                                                               *
      **  ONE ROW PER LETTER PRINTED, APPENDED TO DD CORRLOG BY        *
      **  LETRGEN AS EACH LETTER IS WRITTEN AND NEVER REWRITTEN - THE  *
      **  PROOF OF WHAT WAS SENT TO WHOM AND WHEN.  THE ADDRESSEE IS   *
      **  THE 23-BYTE CUSTOMER-NAME OF A CUSTOMER-RECORD OR THE        *
      **  COMPANY-NAME OF A MAILING-RECORD, AS THE EXTRACT CARRIED IT, *
      **  WITH THE CONTACT NAME AND ROLE WHEN THE LETTER WAS TARGETED  *
      **  AT A CONTACT-ROLE.  THE RUN DATE, TIME AND LETTER NUMBER     *
      **  TOGETHER NAME ONE LETTER IN THE PRINT FILE.  FIELDS TAKE THE *
      **  SAME SHORT RECORD-NAME PREFIX (CRL-) THAT GVBRH.CPY USES FOR *
      **  ITS OWN FIELDS.                                              *
      **                                                               *
      ******************************************************************
       01  CORRESPONDENCE-LOG-RECORD.
           05  CRL-SENT-DATE               PIC 9(08).
           05  CRL-SENT-TIME               PIC 9(08).
           05  CRL-LETTER-NO               PIC 9(06).
           05  CRL-TEMPLATE-ID             PIC X(08).
           05  CRL-SOURCE-DD               PIC X(08).
           05  CRL-ADDRESSEE               PIC X(30).
           05  CRL-CONTACT-ROLE            PIC X(10).
           05  CRL-CONTACT-NAME            PIC X(23).
           05  CRL-STREET-ADDRESS          PIC X(20).
           05  CRL-CITY                    PIC X(17).
           05  CRL-STATE                   PIC X(02).
           05  CRL-ZIP                     PIC 9(05).
           05  CRL-ANALYST-ID              PIC X(10).
