      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/08/22 DAO   INITIAL VERSION.                            *
      **  2026/10/14 DAO   TREAT COMP-5 AS BINARY, SAME AS COMP.       *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE TSG-FLD-BYTE-LEN(TSG-FLD-IDX) TO TSG-SPAN
           EVALUATE TSG-FLD-USAGE(TSG-FLD-IDX)
               WHEN "COMP"
               WHEN "COMP-5"
               WHEN "COMP-1"
               WHEN "COMP-2"
                   MOVE LOW-VALUES TO TSG-REC-BUF(TSG-POS:TSG-SPAN)
