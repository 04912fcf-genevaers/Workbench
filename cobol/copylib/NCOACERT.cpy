      ******************************************************************
      **                                                              *
      **  NCOACERT  -  NCOA PROCESSING CERTIFICATE ENTRY               *
      **                                                               *
      **  ONE ROW PER NCOA PASS, APPENDED BY NCOAIN TO DD NCOCERT      *
      **  (CREATED ON FIRST USE, NEVER REWRITTEN) ONCE THE VENDOR'S    *
      **  RESULT HEADER HAS BEEN MATCHED TO ITS SUBMISSION - THE LIST  *
      **  ID, THE DATE THE LIST WAS SUBMITTED, THE DATE THE VENDOR     *
      **  PROCESSED IT AND THE VENDOR'S ID, THE DATE THE RESULTS WERE  *
      **  APPLIED, AND THE COUNTS OF THE PASS.  THE PROCESS DATE IS    *
      **  THE ONE THE POSTAL DISCOUNT RULES ASK FOR: A MAILING IS      *
      **  ONLY ENTITLED TO THE DISCOUNT WHILE ITS LIST'S LAST NCOA     *
      **  PASS IS RECENT ENOUGH, SO THIS FILE IS KEPT AS THE PROOF.    *
      **  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX (NCC-) THAT    *
      **  GVBRH.CPY USES FOR ITS OWN FIELDS.                           *
      **                                                               *
      ******************************************************************
       01  NCOA-CERT-RECORD.
           05  NCC-LIST-ID                 PIC X(10).
           05  NCC-SUBMIT-DATE             PIC 9(08).
           05  NCC-PROCESS-DATE            PIC 9(08).
           05  NCC-VENDOR-ID               PIC X(10).
           05  NCC-RUN-DATE                PIC 9(08).
           05  NCC-SUBMIT-CNT              PIC 9(09).
           05  NCC-RESULT-CNT              PIC 9(09).
           05  NCC-MOVE-CNT                PIC 9(09).
           05  NCC-NO-FORWARD-CNT          PIC 9(09).
           05  NCC-NOT-MOVED-CNT           PIC 9(09).
           05  NCC-EXCEPTION-CNT           PIC 9(09).
