      **                   THRU ITEM RIDES IN THE VALUE-LITERAL       *
      **                   SLOT - INSTEAD OF AN INVALID REDEFINES     *
      **                   FIELD LINE.                                 *
      **  2026/10/15 DAO   LEAVE THE USAGE CLAUSE OFF AN "EDITED"     *
      **                   ROW - THE PICTURE ALONE CARRIES THE        *
      **                   EDITING, AND "EDITED" IS NO USAGE WORD.    *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
               PERFORM 2130-APPEND-SIGN
           END-IF
           IF LRC-USAGE-CD NOT = SPACES AND LRC-USAGE-CD NOT = "DISPLAY"
               AND LRC-USAGE-CD NOT = "EDITED"
               PERFORM 2140-APPEND-USAGE
           END-IF
           IF LRC-OCCURS-MAX > 0 AND LRC-OCCURS-IS-OWN
