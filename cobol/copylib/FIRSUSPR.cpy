      **                                                              *
      **  FIRSUSPR  -  UNIFIED FIRE EDIT SUSPENSE RECORD               *
      **                                                               *
      **  ONE ROW PER RECORD ANY FIRE EDIT SUSPENDS, WRITTEN BY        *
      **  FIRHCVAL, FIRAMVAL AND FIRAGVAL TO THE ONE SUSPENSE FILE (DD *
      **  FIRSUSP) - THE ORIGINAL FDW-FIRE-ALLOC-REC IMAGE PLUS THE    *
      **  REASON CODE, THE FAILING FIELD'S NAME, THE EDIT PROGRAM      *
      **  AND THE RUN DATE - SO SUSPENSE CAN BE COUNTED, AGED AND      *
      **  REASON CODES - HC01 H-CODE NOT ON REFERENCE TABLE, CC01     *
      **  CO-CD NOT ON REFERENCE TABLE, HC02 BOTH CODES               *
      **  UNRECOGNIZED, AM01 A PREM/LOSS AMOUNT FIELD NOT A VALID     *
      **  SIGNED NUMERIC, AG01 AGENT NOT ON THE AGENT MASTER, AG02    *
      **  AGENT NOT ACTIVE ON FILE-DATE, AG03 AGENT NOT LICENSED IN   *
      **  THE WRITING-MIS-STATE ON FILE-DATE.                         *
      **                                                               *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (FSU-) THAT   *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.  FSU-ALLOC-IMAGE IS THE  *
