      ******************************************************************
      **                                                              *
      **  AGTADREC  -  AGENT MAILING ADDRESS ENTRY                     *
      **                                                               *
      **  ONE ROW PER AGENT CODE ON DD AGTADDR - THE AGENCY NAME AND   *
      **  THE ADDRESS ITS PAPER GOES TO.  THE FIELDS ARE SIZED TO      *
      **  MAILREC.cpy SO A ROW MOVES STRAIGHT ONTO A MAILING-RECORD    *
      **  FOR THE MAILING STREAM.  FIELDS TAKE THE SAME SHORT          *
      **  RECORD-NAME PREFIX (AGA-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  AGENT-ADDRESS-RECORD.
           05  AGA-AGENT                   PIC X(04).
           05  AGA-NAME                    PIC X(30).
           05  AGA-STREET                  PIC X(15).
           05  AGA-CITY                    PIC X(15).
           05  AGA-STATE                   PIC X(02).
           05  AGA-ZIP                     PIC 9(05).
