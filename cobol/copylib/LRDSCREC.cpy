      ******************************************************************
      **                                                              *
      **  LRDSCREC  -  EXTRACT RECORD-TYPE DISCRIMINATOR ENTRY         *
      **                                                               *
      **  ONE ROW PER DISCRIMINATOR VALUE OF AN EXTRACT THAT MIXES     *
      **  RECORD LAYOUTS (MASTER_REC'S REC_TYPE, PREMIUM-HIST-DATA'S   *
      **  AND FDW'S RECORD-FORMAT) - THE DD NAME ITS JOBS USE, WHERE   *
      **  THE DISCRIMINATOR FIELD SITS IN EVERY RECORD, THE VALUE AND  *
      **  THE REGISTERED LOGICAL RECORD THAT VALUE SAYS THE REST OF    *
      **  THE BYTES FOLLOW.  THE OFFSET IS ZERO-BASED, THE SAME AS     *
      **  LRC-OFFSET, AND EVERY ROW FOR ONE EXTRACT MUST CARRY THE     *
      **  SAME OFFSET AND LENGTH (1 TO 10 BYTES).  THE VALUE IS THE    *
      **  RAW BYTES AS THEY ARRIVE, LEFT-JUSTIFIED IN THE FIELD - OR,  *
      **  FOR AN EXTRACT LRUNLOAD READS AS EBCDIC (DD CODEPRM "E"),    *
      **  THOSE BYTES' LOCAL CHARACTERS.                               *
      **  MAINTAINED BY HAND ALONGSIDE EXTREG; READ THROUGH DSCWS/     *
      **  DSCCK BY THE CATALOG-DRIVEN UTILITIES (LRUNLOAD, LRFLDEDT,   *
      **  LRPROFIL, LRSHRED, PIIMASK) WHEN THEIR PARAMETER CARD NAMES  *
      **  AN EXTRACT DD INSTEAD OF A SINGLE LOGICAL RECORD.  FIELDS    *
      **  TAKE THE SAME SHORT RECORD-NAME PREFIX (LRD-) THAT GVBRH.CPY *
      **  USES FOR ITS OWN FIELDS.                                     *
      **                                                               *
      ******************************************************************
       01  LR-DISCRIMINATOR-RECORD.
           05  LRD-EXTRACT-DD              PIC X(08).
           05  LRD-DISC-OFFSET             PIC 9(05).
           05  LRD-DISC-LEN                PIC 9(02).
           05  LRD-DISC-VALUE              PIC X(10).
           05  LRD-LR-NAME                 PIC X(30).
