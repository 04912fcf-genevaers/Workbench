      ******************************************************************
      **                                                              *
      **  RPTSUBREC  -  REPORT SUBSCRIPTION ROW                        *
      **                                                               *
      **  ONE ROW PER SUBSCRIBER TO A REPOSITORY REPORT ON DD RPTSUB - *
      **  THE PRODUCING PROGRAM AND REPORT TYPE AS RPTSTORE CATALOGS   *
      **  THEM (A BLANK TYPE TAKES EVERY TYPE THE PROGRAM FILES), THE  *
      **  RECIPIENT, HOW THE REPORT IS DELIVERED AND WHERE, AND WHEN.  *
      **  RPTDIST DELIVERS EACH NEWLY CATALOGED REPORT TO EVERY ROW    *
      **  THAT COVERS IT:                                              *
      **    METHOD P - PRINT; THE REPORT IS QUEUED ON THE PRINT        *
      **               DESTINATION'S SPOOL DATASET RPTPRINT.<TARGET>   *
      **               BEHIND A BANNER LINE NAMING THE RECIPIENT.      *
      **    METHOD D - DATASET; THE REPORT IS COPIED OVER THE DATASET  *
      **               NAMED IN RSB-TARGET.                            *
      **    METHOD M - MAIL; A NOTICE NAMING THE REPOSITORY DATASET    *
      **               GOES TO THE DISTRIBUTION LIST IN THE FIRST 20   *
      **               BYTES OF RSB-TARGET, BY WAY OF THE MAIL STEP.   *
      **    CONDITION A - ALWAYS; N - ONLY WHEN THE REPORT HAS LINES;  *
      **               R - ONLY WHEN THE PRODUCING PROGRAM'S WORST     *
      **               RETURN CODE ON THE SUITE RUN LOG FOR THE        *
      **               REPORT'S RUN DATE IS ABOVE RSB-RC-LEVEL.        *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (RSB-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  REPORT-SUBSCRIPTION-RECORD.
           05  RSB-PROGRAM                 PIC X(08).
           05  RSB-RPT-TYPE                PIC X(08).
           05  RSB-RECIPIENT               PIC X(10).
           05  RSB-METHOD                  PIC X(01).
               88  RSB-BY-PRINT            VALUE "P".
               88  RSB-BY-DATASET          VALUE "D".
               88  RSB-BY-MAIL             VALUE "M".
           05  RSB-TARGET                  PIC X(44).
           05  RSB-CONDITION               PIC X(01).
               88  RSB-ALWAYS              VALUE "A".
               88  RSB-WHEN-NONZERO        VALUE "N".
               88  RSB-WHEN-RC-ABOVE       VALUE "R".
           05  RSB-RC-LEVEL                PIC 9(02).
