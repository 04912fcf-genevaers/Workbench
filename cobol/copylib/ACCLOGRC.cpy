      ******************************************************************
      **                                                              *
      **  ACCLOGRC  -  EXTRACT ACCESS-LOG RECORD                       *
      **                                                               *
      **  ONE ROW PER RUN PER REGISTERED EXTRACT THE RUN READ,         *
      **  APPENDED TO THE SHARED ACCESS LOG (DD ACCLOG) BY EVERY       *
      **  PROGRAM THAT HAS ADOPTED THE ACCLOGWS/ACCLOGWR COPYBOOK      *
      **  PAIR - WHEN, WHICH PROGRAM, WHICH ANALYST SUBMITTED IT       *
      **  (CCBANALYST; SPACES FOR A SCHEDULED RUN), THE DD NAME THE    *
      **  EXTRACT WAS READ THROUGH, THE DATASET NAME WHERE THE         *
      **  PROGRAM OPENED IT BY NAME RATHER THAN BY DD, AND THE RECORDS *
      **  READ.  DISCLOSE JOINS THESE ROWS TO THE EXTRACT REGISTRY     *
      **  (EXTREGREC) ON THE DD NAME AND TO THE FIELD SENSITIVITY      *
      **  REGISTRY (SENSREG) ON THE LOGICAL RECORD FOR THE MONTHLY     *
      **  DISCLOSURE REPORT.  FIELDS TAKE THE SAME SHORT RECORD-NAME   *
      **  PREFIX (AXL-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.        *
      **                                                               *
      ******************************************************************
       01  EXTRACT-ACCESS-RECORD.
           05  AXL-ACCESS-DATE             PIC 9(08).
           05  AXL-ACCESS-TIME             PIC 9(08).
           05  AXL-PROGRAM                 PIC X(08).
           05  AXL-ANALYST-ID              PIC X(10).
           05  AXL-EXTRACT-DD              PIC X(08).
      *> SPACES WHEN THE PROGRAM READ THE EXTRACT THROUGH A FIXED DD
      *> AND SO NEVER SAW THE DATASET NAME BEHIND IT.
           05  AXL-DATASET-NAME            PIC X(44).
           05  AXL-RECORDS-READ            PIC 9(09).
