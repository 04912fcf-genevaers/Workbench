      ******************************************************************
      **                                                              *
      **  RETPREC  -  OPERATIONAL-LOG RETENTION POLICY ROW             *
      **                                                               *
      **  ONE ROW PER OPERATIONAL FILE ON DD RETPOL, THE POLICY TABLE  *
      **  RETSWEEP IS DRIVEN BY - THE FILE (ITS USUAL DD NAME: RUNLOG, *
      **  HBEAT, QUALRSLT, QMSHIST, GEOCOUNTS, CCBALERT, ALERTACK,     *
      **  RESPLOG, ROUTEOUT, LOADCONF, QUARDISP), HOW MANY DAYS OF     *
      **  ROWS STAY LIVE, WHICH OF THE RECORD'S DATE FIELDS THE ROWS   *
      **  AGE ON (NAMED AS IN THE FILE'S OWN COPYBOOK, E.G.            *
      **  RNL-RUN-DATE), AND THE DATASET NAME OF THE LIVE COPY.  A     *
      **  BLANK ROW IS IGNORED.  FIELDS TAKE THE SAME SHORT            *
      **  RECORD-NAME PREFIX (RTP-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  RETENTION-POLICY-RECORD.
           05  RTP-FILE-ID                 PIC X(10).
           05  RTP-RETAIN-DAYS             PIC 9(05).
           05  RTP-DATE-FIELD              PIC X(30).
           05  RTP-LIVE-DSN                PIC X(44).
