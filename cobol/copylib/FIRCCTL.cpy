      ******************************************************************
      **                                                              *
      **  FIRCCTL  -  FIRCEDE CONTROL TOTAL ROW                        *
      **                                                               *
      **  WRITTEN TO DD CEDECTL AT THE END OF EACH FIRCEDE RUN - ONE   *
      **  "T" ROW PER TREATY TABLE ENTRY (TREATY ID AND CO-CD) WITH    *
      **  THE RECORDS IT SPLIT AND THE CEDED AMOUNT IT TOOK, THEN ONE  *
      **  "Z" ROW WITH THE RUN'S TOTAL SPLIT RECORDS AND TOTAL CEDED - *
      **  THE SAME FIGURES CEDERPT PRINTS - SO FIRBORD CAN PROVE THE   *
      **  BORDEREAUX ADD BACK TO THE CESSION RUN WITHOUT RE-READING    *
      **  THE REPORT.  THE AMOUNT CARRIES A LEADING SEPARATE SIGN SO   *
      **  TEXT TOOLING READS IT DIRECTLY.  FIELDS TAKE THE SAME SHORT  *
      **  RECORD-NAME PREFIX (FCC-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  FIRCEDE-CONTROL-RECORD.
           05  FCC-ROW-TYPE                PIC X(01).
               88  FCC-TREATY-ROW          VALUE "T".
               88  FCC-TOTAL-ROW           VALUE "Z".
           05  FCC-TREATY-ID               PIC X(08).
           05  FCC-CO-CD                   PIC X(04).
           05  FCC-RECORD-CNT              PIC 9(09).
           05  FCC-CEDED-TOTAL             PIC S9(15)V99
                                               SIGN LEADING SEPARATE.
