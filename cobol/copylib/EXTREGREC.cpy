      **  EXTREGREC  -  EXTRACT-TO-LOGICAL-RECORD REGISTRY ENTRY       *
      **                                                               *
      **  ONE ROW PER PHYSICAL EXTRACT FILE THAT IS A REGISTERED       *
      **  INSTANCE OF A LOGICAL RECORD - THE DD NAME ITS JOBS USE, THE *
      **  DATASET NAME BEHIND IT, AND THE LOGICAL RECORD SEQUENCE AND  *
      **  NAME IT CARRIES - SO IMPACT ANALYSIS FOR A LAYOUT CHANGE CAN *
      **  BE ANSWERED FROM A FILE INSTEAD OF FROM TRIBAL MEMORY.       *
      **  MAINTAINED BY HAND OR BY THE SCHEDULER'S DATASET INVENTORY   *
      **  EXPORT; READ BY FLDXREF'S WHERE-USED REPORT, AND BY DISCLOSE *
      **  TO TIE EACH LOGGED READ (ACCLOGRC) TO THE LOGICAL RECORD IT  *
      **  RETURNED.  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX     *
      **  (XRG-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.               *
      **                                                               *
      ******************************************************************
       01  EXTRACT-REGISTRY-RECORD.
           05  XRG-DATASET-NAME            PIC X(44).
           05  XRG-LR-SEQ                  PIC 9(04).
           05  XRG-LR-NAME                 PIC X(30).
      *> "H" - THE EXTRACT LEADS WITH AN RLHL-HEADER-RECORD (AND MAY
      *> END WITH AN RLHLTRL HASH-TOTAL TRAILER), SO A STEP READING
      *> ITS DETAIL RECORDS THROUGH THE REGISTRY KNOWS TO STEP OVER
      *> THEM.  BLANK ON ROWS REGISTERED BEFORE THE FLAG EXISTED.
           05  XRG-HEADER-SW               PIC X(01).
               88  XRG-HAS-HEADER          VALUE "H".
