      ******************************************************************
      **                                                              *
      **  PRIVLOG  -  PRIVACY REQUEST LOG ENTRY                        *
      **                                                               *
      **  THE PERMANENT RECORD OF EVERY ACCESS OR ERASURE REQUEST      *
      **  PRIVREQ HAS WORKED, APPENDED TO DD PRIVLOG AND NEVER         *
      **  REWRITTEN.  EACH RECORD A REQUEST FOUND GETS ONE "D" ROW:    *
      **  THE DD IT WAS FOUND ON, WHAT WAS DONE WITH IT AND WHY, AND   *
      **  ENOUGH OF ITS KEY TO FIND IT AGAIN.  ONE "R" ROW CLOSES THE  *
      **  REQUEST WITH THE SEARCH KEY AS GIVEN (ACCOUNT_NO AND/OR      *
      **  NAME AND ZIP), ITS COUNTS AND THE MRECUPDT BATCH NUMBER ITS  *
      **  MASTER DELETES WENT OUT UNDER - SO WHAT WAS DISCLOSED,       *
      **  REMOVED OR KEPT, FOR WHOM AND WHEN, IS A DOCUMENT LEGAL      *
      **  CAN PRODUCE.  PRIVREQ ALSO READS IT BACK FOR THE HIGHEST     *
      **  BATCH NUMBER IT HAS USED.                                    *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (PVL-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  PRIVACY-LOG-RECORD.
           05  PVL-ROW-TYPE                PIC X(01).
               88  PVL-IS-REQUEST          VALUE "R".
               88  PVL-IS-DETAIL           VALUE "D".
           05  PVL-REQUEST-ID              PIC X(10).
           05  PVL-MODE                    PIC X(01).
               88  PVL-ACCESS              VALUE "A".
               88  PVL-ERASE               VALUE "E".
           05  PVL-RUN-DATE                PIC 9(08).
           05  PVL-RUN-TIME                PIC 9(08).
           05  PVL-ANALYST-ID              PIC X(10).
      *> ZERO WHEN THE REQUEST WROTE NO MASTER DELETES.
           05  PVL-BATCH-NO                PIC 9(06).
      *> SPACES ON THE "R" ROW, WHOSE REASON CARRIES THE COUNTS.
           05  PVL-FILE-DD                 PIC X(08).
           05  PVL-ACTION                  PIC X(01).
               88  PVL-DISCLOSED           VALUE "D".
               88  PVL-REMOVAL-WRITTEN     VALUE "R".
               88  PVL-HELD                VALUE "H".
               88  PVL-MANUAL              VALUE "M".
           05  PVL-REASON                  PIC X(40).
           05  PVL-KEY                     PIC X(60).
