      ******************************************************************
      **                                                              *
      **  NEARREC  -  USAGE RECORD WITH ITS NEAREST SERVICE LOCATION   *
      **                                                               *
      **  ONE ROW PER VALIDATED USAGE RECORD USGNEAR READ - THE        *
      **  36-BYTE USAGE-RECORD (USAGEREC.cpy) CARRIED UNCHANGED,       *
      **  FOLLOWED BY THE ID OF THE NEAREST SERVICE LOCATION ON THE    *
      **  SVCLOC TABLE, THE GREAT-CIRCLE DISTANCE TO IT IN MILES AND   *
      **  A FLAG SET WHEN THAT DISTANCE IS BEYOND THE SERVICE RADIUS   *
      **  THE RUN USED.  A READER MOVES NRR-USAGE-IMAGE TO ITS OWN     *
      **  USAGE-RECORD TO GET THE FIELDS BACK.  WRITTEN SEQUENTIAL,    *
      **  NOT LINE SEQUENTIAL, FOR THE SAME REASON AS THE USAGE FILE   *
      **  ITSELF.  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX       *
      **  (NRR-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.               *
      **                                                               *
      ******************************************************************
       01  NEAREST-RECORD.
           05  NRR-USAGE-IMAGE             PIC X(36).
           05  NRR-LOC-ID                  PIC X(08).
           05  NRR-MILES                   PIC 9(05)V99   COMP-3.
           05  NRR-GAP-FLAG                PIC X(01).
               88  NRR-GAP                 VALUE "Y".
