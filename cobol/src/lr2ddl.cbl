      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/14 DAO   MAP "EDITED" FIELDS TO CHAR(N) OF THEIR     *
      **                   PRINTED WIDTH AND "NATIONAL" FIELDS TO      *
      **                   GRAPHIC(N) OF THEIR CHARACTER COUNT, AND    *
      **                   COUNT P SCALING POSITIONS INTO A DECIMAL    *
      **                   COLUMN'S PRECISION AND SCALE.               *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   MOVE "REAL" TO L2D-TYPE-TXT
               WHEN LRC-USAGE-CD = "COMP-2"
                   MOVE "FLOAT" TO L2D-TYPE-TXT
               WHEN LRC-USAGE-CD = "EDITED"
                   MOVE LRC-BYTE-LEN TO L2D-EDIT-NUM
                   PERFORM 2350-TRIM-NUMBER THRU 2350-EXIT
                   STRING "CHAR(" DELIMITED BY SIZE
                       L2D-EDIT-STR DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO L2D-TYPE-TXT
                   END-STRING
               WHEN LRC-USAGE-CD = "NATIONAL"
                   DIVIDE LRC-BYTE-LEN BY 2 GIVING L2D-EDIT-NUM
                   PERFORM 2350-TRIM-NUMBER THRU 2350-EXIT
                   STRING "GRAPHIC(" DELIMITED BY SIZE
                       L2D-EDIT-STR DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO L2D-TYPE-TXT
                   END-STRING
               WHEN L2D-NINE-CNT > 0 AND L2D-XA-CNT = 0
                   IF L2D-SCALE-CNT > 0
                       MOVE L2D-DIGIT-CNT TO L2D-EDIT-NUM
               WHEN "V"
                   MOVE "Y" TO L2D-AFTER-V-SW
                   ADD 1 TO L2D-PIC-IDX
      *> A P POSITION HOLDS NO DIGIT BUT STILL COUNTS TOWARD THE
      *> COLUMN'S PRECISION - AND TOWARD ITS SCALE WHEN IT SITS
      *> AHEAD OF THE 9S OR AFTER THE V.
               WHEN "P"
                   PERFORM 2330-COUNT-REPEAT THRU 2330-EXIT
                   ADD L2D-REPEAT-NUM TO L2D-DIGIT-CNT
                   IF L2D-AFTER-V OR L2D-NINE-CNT = 0
                       ADD L2D-REPEAT-NUM TO L2D-SCALE-CNT
                   END-IF
               WHEN SPACE
                   MOVE 31 TO L2D-PIC-IDX
               WHEN OTHER
