      ******************************************************************
      **                                                               *
      **  ESCLREC  -  UNCLAIMED PROPERTY DUE-DILIGENCE LETTER          *
      **                                                               *
      **  ONE ROW PER DORMANT ACCOUNT ESCHDORM FOUND AN OWNER ADDRESS  *
      **  FOR, WRITTEN TO DD DUELTR - THE MERGE DATA THE MAIL HOUSE    *
      **  PRINTS ON THE STATUTORY DUE-DILIGENCE LETTER.  THE SAME      *
      **  PIECE GOES TO THE MAILING STREAM AS A MAILING-RECORD         *
      **  (MAILREC.cpy) ON DD DUEMAIL; THIS ROW CARRIES WHAT THAT      *
      **  LAYOUT HAS NO ROOM FOR - THE ACCOUNT, THE BALANCE HELD, THE  *
      **  FIRST MASTHIST PERIOD SHOWING THAT BALANCE (IT HAS NOT MOVED *
      **  SINCE) AND THE JURISDICTION THE PROPERTY WILL BE REMITTED TO *
      **  IF THE OWNER DOES NOT ANSWER.  FIELDS TAKE THE SAME SHORT    *
      **  RECORD-NAME PREFIX (ESL-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  ESCHEAT-LETTER-RECORD.
           05  ESL-LETTER-DATE             PIC 9(08).
           05  ESL-ACCOUNT-NO              PIC X(09).
           05  ESL-OWNER-NAME              PIC X(23).
           05  ESL-STREET-ADDRESS          PIC X(20).
           05  ESL-CITY                    PIC X(17).
           05  ESL-STATE                   PIC X(02).
           05  ESL-ZIP                     PIC 9(05).
           05  ESL-AMOUNT                  PIC 9(04)V99.
           05  ESL-UNCHANGED-SINCE         PIC 9(06).
           05  ESL-JURISDICTION            PIC X(02).
