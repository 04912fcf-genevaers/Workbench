      ******************************************************************
      **                                                               *
      **  ESCRREC  -  UNCLAIMED PROPERTY OWNER RESPONSE                *
      **                                                               *
      **  ONE ROW PER OWNER CONTACT ON AN ACCOUNT UNDER DORMANCY WATCH *
      **  - A RETURNED DUE-DILIGENCE LETTER REPLY, A CALL OR A BRANCH  *
      **  VISIT - KEYED BY ACCOUNT_NO AND THE DATE THE OWNER WAS HEARD *
      **  FROM, AND APPENDED TO DD ESCRESP BY THE UNIT THAT TOOK THE   *
      **  CONTACT.  ESCHDORM TREATS A CONTACT INSIDE THE DORMANCY      *
      **  WINDOW AS ACTIVITY, SO THE ACCOUNT DROPS OFF THE DORMANT     *
      **  LIST ON THE NEXT RUN WITHOUT ANY MANUAL PULL.  FIELDS TAKE   *
      **  THE SAME SHORT RECORD-NAME PREFIX (ESR-) THAT GVBRH.CPY USES *
      **  FOR ITS OWN FIELDS.                                          *
      **                                                               *
      ******************************************************************
       01  ESCHEAT-RESPONSE-RECORD.
           05  ESR-ACCOUNT-NO              PIC X(09).
           05  ESR-RESP-DATE               PIC 9(08).
           05  ESR-CHANNEL                 PIC X(01).
               88  ESR-BY-LETTER           VALUE "L".
               88  ESR-BY-PHONE            VALUE "P".
               88  ESR-IN-PERSON           VALUE "B".
           05  ESR-TAKEN-BY                PIC X(10).
