      ******************************************************************
      **                                                              *
      **  FIRLDGR  -  RECEIVING-ENTITY ALLOCATION LEDGER ROW           *
      **                                                               *
      **  THE PERSISTENT ALLOCATION LEDGER FIRLEDG MAINTAINS (OLD      *
      **  MASTER DD ALOCLDG, NEW MASTER DD ALOCLDGN), ONE ROW PER      *
      **  RECEIVING ENTITY, AGENT, CO-CD, H-CODE AND PERIOD (CCYYMM),  *
      **  IN THAT KEY ORDER - THE SIX GRP2-GRP5 AMOUNTS (IN FIRAOUT    *
      **  ORDER) THAT PERIOD'S POSTED FIRALLOC RUN GAVE THE ENTITY,    *
      **  SUMMED ACROSS WRITING STATES, AND THE RUN THAT POSTED THEM.  *
      **  A SUPERSEDING RUN REPLACES A PERIOD'S ROWS OUTRIGHT.         *
      **  AMOUNTS CARRY A LEADING SEPARATE SIGN SO TEXT TOOLING READS  *
      **  THEM DIRECTLY.  FIELDS TAKE THE SAME SHORT RECORD-NAME       *
      **  PREFIX (FLG-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.        *
      **                                                               *
      ******************************************************************
       01  ALLOC-LEDGER-RECORD.
           05  FLG-KEY.
               10  FLG-ENTITY              PIC X(04).
               10  FLG-AGENT               PIC X(04).
               10  FLG-CO-CD               PIC X(04).
               10  FLG-H-CODE              PIC X(06).
               10  FLG-PERIOD              PIC 9(06).
           05  FLG-RUN-ID                  PIC X(16).
           05  FLG-AMT                     OCCURS 6 TIMES
                                           PIC S9(15)V99
                                               SIGN LEADING SEPARATE.
