      **                                                              *
      **  RPTCREC  -  REPORT REPOSITORY CATALOG ENTRY                  *
      **                                                               *
      **  ONE ROW PER ARCHIVED REPORT ON DD RPTCAT - THE PROGRAM THAT  *
      **  WROTE IT, ITS REPORT TYPE, THE RUN DATE AND TIME, THE DATED  *
      **  REPOSITORY DATASET RPTSTORE COPIED IT INTO, THE LINE COUNT,  *
      **  AND THE RETENTION IN DAYS ITS TYPE EARNS.  RPTVIEW LISTS,    *
      **  RETRIEVES AND REPRINTS FROM THESE ROWS AND ITS PURGE PASS    *
      **  EMPTIES EXPIRED DATASETS AND MARKS THE ROW "X" - SO LAST     *
      **  TUESDAY'S TIE-OUT FINALLY OUTLIVES THE NEXT CYCLE'S          *
      **  OVERWRITE.  RPTDIST DELIVERS EACH NEW ROW'S REPORT TO ITS    *
      **  SUBSCRIBERS (RPTSUBREC) AND LOGS IT ON THE DISTRIBUTION LOG  *
      **  (RPTDLREC).  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX   *
      **  (RPC-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.               *
      **                                                               *
      ******************************************************************
