      ******************************************************************
      **                                                              *
      **  GLACKCTL  -  LEDGER ACKNOWLEDGMENT CONTROL ROW               *
      **                                                               *
      **  ONE ROW PER JOURNAL ENTRY DATE EACH GLACKRCN RUN             *
      **  RECONCILED, EXTENDED ONTO DD ACKCTL - HOW MANY LINES THE     *
      **  EXPORTED JOURNAL CARRIED FOR THAT DATE AND HOW MANY OF THEM  *
      **  POSTED, WERE REJECTED OR ARE STILL UNACKNOWLEDGED, PLUS ANY  *
      **  ORPHAN ACKNOWLEDGMENTS DATED THAT DAY.  A LATER ROW FOR THE  *
      **  SAME ENTRY DATE SUPERSEDES AN EARLIER ONE, SO FIRPCTL'S      *
      **  CLOSE PROOF READS THE LATEST RECONCILIATION OF EVERY         *
      **  JOURNAL A PERIOD WAS EXPORTED IN.  FIELDS TAKE THE SAME      *
      **  SHORT RECORD-NAME PREFIX (GAC-) THAT GVBRH.CPY USES FOR ITS  *
      **  OWN FIELDS.                                                  *
      **                                                               *
      ******************************************************************
       01  GL-ACK-CONTROL-RECORD.
           05  GAC-RECON-DATE              PIC 9(08).
           05  GAC-ENTRY-DATE              PIC 9(08).
           05  GAC-LINE-CNT                PIC 9(06).
           05  GAC-POSTED-CNT              PIC 9(06).
           05  GAC-REJECTED-CNT            PIC 9(06).
           05  GAC-UNACK-CNT               PIC 9(06).
           05  GAC-ORPHAN-CNT              PIC 9(06).
