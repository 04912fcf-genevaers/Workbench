      **  PROCESS HAS SEEN, CARRYING THE MEMBER NAME AND THE           *
      **  TIMESTAMP IT WAS LAST CHECKED IN.  CCBTRIG COMPARES THIS     *
      **  AGAINST ITS OWN CONTROL FILE TO DECIDE WHICH MEMBERS ARE     *
      **  DUE FOR A CCB2LR IMPORT.  THE SUBMITTING ANALYST, WHERE THE  *
      **  CHECK-IN PROCESS RECORDS ONE, IS WHO CCBSTDCK ADDRESSES ITS  *
      **  STANDARDS FINDINGS TO; A MANIFEST WRITTEN BEFORE THE FIELD   *
      **  EXISTED READS IT AS SPACES.                                  *
      **                                                               *
      ******************************************************************
       01  CHECKIN-RECORD.
           05  CKI-MEMBER-NAME             PIC X(30).
           05  CKI-CHECKIN-TS              PIC 9(14).
           05  CKI-ANALYST-ID              PIC X(10).
