      **  ONE ROW PER EDIT CHECK PER RUN, APPENDED TO DD QUALRSLT BY   *
      **  EVERY EDIT PROGRAM THAT HAS ADOPTED THE QUALWS/QUALWR        *
      **  COPYBOOK PAIR (MRECDVAL, USGGEOCK, FIRAMVAL, FIRHCVAL,       *
      **  LRFLDEDT, LRREFCHK, CUSTADDR, MAILADDR, NESTADDR) - THE RUN  *
      **  DATE, THE PROGRAM, THE FEED (THE INPUT DD THE CHECK RAN      *
      **  OVER), THE CHECK'S NAME, AND HOW MANY RECORDS WERE CHECKED   *
      **  AND FAILED.  QUALSCOR ROLLS A MONTH OF THESE INTO THE PER-   *
      **  FEED QUALITY SCORECARD WITH MONTH-OVER-MONTH MOVEMENT, SO    *
      **  WHICH FEEDS ARE GETTING WORSE IS A NUMBER INSTEAD OF AN      *
      **  ANECDOTE, AND QUALGATE JUDGES EACH NIGHT'S ROWS AGAINST ITS  *
      **  THRESHOLD TABLE (QGTHRREC) BEFORE THE FEED IS LOADED.        *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (QLR-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  QUALITY-RESULT-RECORD.
