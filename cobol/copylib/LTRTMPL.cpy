      ******************************************************************
      **                                                              *
      **  LTRTMPL  -  LETTER TEMPLATE LIBRARY LINE                     *
      **                                                               *
      **  ONE ROW PER PRINT LINE OF A LETTER, HELD ON DD LTRTMPL AND   *
      **  MAINTAINED AS PLAIN TEXT BY THE LETTER OWNERS.  EVERY        *
      **  TEMPLATE IN THE LIBRARY CARRIES ITS OWN TEMPLATE ID ON EACH  *
      **  OF ITS LINES, IN PRINT ORDER; LETRGEN PICKS ONE ID PER RUN.  *
      **  A PLACEHOLDER IS A FIELD NAME IN ANGLE BRACKETS - <CITY>,    *
      **  <NAME-LINE>, <CONTACT-FIRST-NAME> - AND IS REPLACED BY THAT  *
      **  FIELD OF THE RECORD BEING LETTERED, TRAILING BLANKS DROPPED. *
      **  LETRGEN LISTS THE NAMES IT KNOWS; A BRACKETED NAME IT DOES   *
      **  NOT KNOW REFUSES THE RUN, SO NO LETTER GOES OUT WITH A RAW   *
      **  PLACEHOLDER IN IT.  A "<" WITH NO CLOSING ">" NEARBY, OR     *
      **  WITH BLANKS BEFORE IT, IS PRINTED AS WRITTEN.  FIELDS TAKE   *
      **  THE SAME SHORT RECORD-NAME PREFIX (LTT-) THAT GVBRH.CPY      *
      **  USES FOR ITS OWN FIELDS.                                     *
      **                                                               *
      ******************************************************************
       01  LETTER-TEMPLATE-RECORD.
           05  LTT-TEMPLATE-ID             PIC X(08).
           05  LTT-TEXT                    PIC X(80).
