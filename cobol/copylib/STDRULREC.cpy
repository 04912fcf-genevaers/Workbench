      ******************************************************************
      **                                                              *
      **  STDRULREC  -  COPYBOOK CODING-STANDARDS RULE TABLE ENTRY     *
      **                                                               *
      **  ONE ROW PER SHOP STANDARD CCBSTDCK GRADES A QUEUED COPYBOOK  *
      **  AGAINST, MAINTAINED BY DATA LIBRARY SERVICES.  A RULE LEFT   *
      **  OFF THE TABLE IS NOT CHECKED AT ALL; A RULE ON IT IS EITHER  *
      **  AN ERROR (THE MEMBER IS HELD OFF THE IMPORT QUEUE) OR A      *
      **  WARNING (LISTED FOR THE SUBMITTING ANALYST, BUT IMPORTED).   *
      **  THE RULE IDS CCBSTDCK KNOWS ARE -                            *
      **      PACKEVEN  COMP-3 / PACKED-DECIMAL PICTURE WITH AN EVEN   *
      **                DIGIT COUNT (A WASTED HALF-BYTE)               *
      **      UNSIGNED  NUMERIC PICTURE WITH NO LEADING S              *
      **      NOVAL88   88-LEVEL CONDITION WITH NO VALUE CLAUSE        *
      **      LOWERCAS  DATA NAME CODED IN LOWER CASE                  *
      **      FILLGRP   GROUP WHOSE ITEMS ARE ALL FILLER               *
      **      NAMELEN   DATA NAME LONGER THAN SRL-LIMIT CHARACTERS     *
      **                (30 WHEN THE LIMIT IS LEFT ZERO)               *
      **                                                               *
      ******************************************************************
       01  STANDARDS-RULE-RECORD.
           05  SRL-RULE-ID                 PIC X(08).
           05  SRL-SEVERITY                PIC X(01).
               88  SRL-IS-ERROR            VALUE "E".
               88  SRL-IS-WARNING          VALUE "W".
           05  SRL-LIMIT                   PIC 9(03).
           05  SRL-DESCRIPTION             PIC X(50).
