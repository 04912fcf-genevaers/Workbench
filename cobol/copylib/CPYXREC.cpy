      ******************************************************************
      **                                                              *
      **  CPYXREC  -  COPYBOOK-TO-PROGRAM WHERE-USED ENTRY             *
      **                                                               *
      **  ONE ROW PER COPY STATEMENT FOUND IN A SCANNED PROGRAM        *
      **  SOURCE MEMBER - THE COPYBOOK PULLED IN, THE PROGRAM PULLING  *
      **  IT IN, THE DIVISION OR SECTION THE STATEMENT SITS IN, AND,   *
      **  FOR A COPYBOOK THAT DESCRIBES A FILE'S RECORD, THE FD IT     *
      **  SITS UNDER AND THE DD NAME THAT FILE'S SELECT ASSIGNS IT TO  *
      **  - SO A CHANGE TO A RECORD LAYOUT CAN BE ANSWERED WITH EVERY  *
      **  PROGRAM TO RECOMPILE AND EVERY DD TO RETEST.  WRITTEN BY     *
      **  CPYXREF IN COPYBOOK ORDER.  FIELDS TAKE THE SAME SHORT       *
      **  RECORD-NAME PREFIX (CWU-) THAT GVBRH.CPY USES FOR ITS OWN.   *
      **                                                               *
      ******************************************************************
       01  COPYBOOK-WHERE-USED-RECORD.
           05  CWU-COPYBOOK                PIC X(30).
           05  CWU-PROGRAM                 PIC X(30).
      *> "FILE", "WORKING-STORAGE", "LOCAL-STORAGE", "LINKAGE" OR
      *> "PROCEDURE" - WHERE IN THE PROGRAM THE COPY STATEMENT SITS.
           05  CWU-SECTION                 PIC X(16).
      *> FILE SECTION ROWS ONLY - THE FD (OR SD) THE COPYBOOK
      *> DESCRIBES AND THE DD ITS SELECT ASSIGNS.  A SELECT ASSIGNED
      *> DYNAMICALLY AT RUN TIME CARRIES "DYNAMIC" AS ITS DD NAME.
           05  CWU-FD-NAME                 PIC X(30).
           05  CWU-DD-NAME                 PIC X(10).
           05  CWU-LINE-NO                 PIC 9(06).
           05  CWU-SCAN-DATE               PIC 9(08).
