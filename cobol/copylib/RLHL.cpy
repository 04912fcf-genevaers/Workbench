           05  RLHL-CYCLE-NUMBER            PIC  9(06).
           05  RLHL-CREATE-DATE             PIC  9(08).
           05  RLHL-CREATE-TIME             PIC  9(08).
      *> "V" WHEN THE DETAILS ARE VARIABLE LENGTH (RECFM=VB, AS AN
      *> OCCURS DEPENDING ON LAYOUT CUTS THEM) - RLHL-RECORD-LENGTH
      *> IS THEN THE LONGEST A DETAIL MAY BE, AND EACH DETAIL'S OWN
      *> LENGTH COMES FROM ITS RECORD DESCRIPTOR.  BLANK ON A FIXED
      *> EXTRACT AND ON EVERY EXTRACT CUT BEFORE THE FLAG EXISTED.
           05  RLHL-RECORD-FORMAT           PIC  X(01).
               88  RLHL-VARIABLE-LENGTH     VALUE "V".
           05  FILLER                       PIC  X(40).
