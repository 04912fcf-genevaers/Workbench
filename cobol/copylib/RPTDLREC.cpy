      ******************************************************************
      **                                                              *
      **  RPTDLREC  -  REPORT DISTRIBUTION LOG ENTRY                   *
      **                                                               *
      **  ONE ROW PER SUBSCRIPTION RPTDIST ACTED ON, APPENDED TO DD    *
      **  DISTLOG - WHEN, WHICH CATALOGED REPORT (PROGRAM, TYPE, RUN   *
      **  DATE AND TIME, REPOSITORY DATASET), TO WHOM, BY WHICH        *
      **  METHOD AND WHERE, AND HOW IT CAME OUT.  A REPORT NO          *
      **  SUBSCRIPTION COVERS GETS ONE ROW WITH A BLANK RECIPIENT AND  *
      **  THE OUTCOME "NO SUBSCR", SO EVERY REPORT RPTDIST HAS SEEN IS *
      **  ON THE LOG AND THE LATEST CATALOG RUN DATE AND TIME ON IT IS *
      **  WHERE THE NEXT DISTRIBUTION PICKS UP.  FIELDS TAKE THE SAME  *
      **  SHORT RECORD-NAME PREFIX (RDL-) THAT GVBRH.CPY USES FOR ITS  *
      **  OWN FIELDS.                                                  *
      **                                                               *
      ******************************************************************
       01  REPORT-DISTRIBUTION-RECORD.
           05  RDL-DIST-DATE               PIC 9(08).
           05  RDL-DIST-TIME               PIC 9(08).
           05  RDL-PROGRAM                 PIC X(08).
           05  RDL-RPT-TYPE                PIC X(08).
           05  RDL-RUN-DATE                PIC 9(08).
           05  RDL-RUN-TIME                PIC 9(08).
           05  RDL-DSN                     PIC X(44).
           05  RDL-RECIPIENT               PIC X(10).
           05  RDL-METHOD                  PIC X(01).
           05  RDL-TARGET                  PIC X(44).
           05  RDL-OUTCOME                 PIC X(10).
               88  RDL-DELIVERED           VALUE "DELIVERED".
               88  RDL-SKIPPED             VALUE "SKIPPED".
               88  RDL-FAILED              VALUE "FAILED".
               88  RDL-UNSUBSCRIBED        VALUE "NO SUBSCR".
