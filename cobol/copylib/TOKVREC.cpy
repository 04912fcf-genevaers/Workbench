      ******************************************************************
      **                                                              *
      **  TOKVREC  -  TOKENIZATION VAULT ENTRY                         *
      **                                                               *
      **  ONE ROW PER REAL VALUE PIITOKEN HAS REPLACED WITH A RANDOM   *
      **  TOKEN BEFORE A FILE LEAVES THE BUILDING, KEPT ON DD          *
      **  TOKVAULT - THE ONLY PLACE THE TOKEN CAN BE TURNED BACK INTO  *
      **  THE VALUE, SO THE DATASET IS HELD UNDER THE SAME RESTRICTED  *
      **  ACCESS PROFILE AS THE MASTERS.  PIIDETOK READS IT TO RESTORE *
      **  THE REAL VALUES IN THE VENDOR'S RESPONSE.  A TOKEN IS        *
      **  UNIQUE WITHIN ITS KIND AND WIDTH, AND ONE VALUE KEEPS ONE    *
      **  TOKEN FOR GOOD, SO THE SAME ACCOUNT TOKENIZES THE SAME WAY   *
      **  IN EVERY FILE AND EVERY RUN.  A NUMERIC TOKEN AND VALUE ARE  *
      **  HELD AS SIGNED DIGITS (SIGN LEADING SEPARATE, 19 DIGITS,     *
      **  UNSCALED); A TEXT TOKEN AND VALUE AS THE FIELD'S BYTES.      *
      **  ROWS ARE ONLY EVER APPENDED.  FIELDS TAKE THE SAME SHORT     *
      **  RECORD-NAME PREFIX (TKV-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  TOKEN-VAULT-RECORD.
           05  TKV-KIND                    PIC X(01).
               88  TKV-IS-NUMERIC          VALUE "N".
               88  TKV-IS-TEXT             VALUE "X".
      *> DIGITS OF A NUMERIC FIELD, BYTES OF A TEXT FIELD - A TOKEN
      *> ALWAYS FITS THE FIELD IT WAS ISSUED FOR.
           05  TKV-WIDTH                   PIC 9(02).
           05  TKV-TOKEN                   PIC X(40).
           05  TKV-VALUE                   PIC X(40).
           05  TKV-ISSUE-DATE              PIC 9(08).
      *> WHERE THE TOKEN WAS FIRST ISSUED - FOR THE AUDIT TRAIL ONLY;
      *> A LATER FILE CARRYING THE SAME VALUE REUSES THE TOKEN.
           05  TKV-LR-NAME                 PIC X(30).
           05  TKV-FIELD-NAME              PIC X(30).
