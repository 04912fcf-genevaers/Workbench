      ******************************************************************
      **                                                              *
      **  NCOARES  -  NCOA VENDOR RESULT RECORD                        *
      **                                                               *
      **  THE NATIONAL CHANGE-OF-ADDRESS VENDOR'S RESULT FILE, READ    *
      **  BY NCOAIN ON DD NCORES.  ONE "H" HEADER ROW ECHOES THE LIST  *
      **  ID OF THE SUBMISSION (NCOASUB.cpy) AND CARRIES THE DATE THE  *
      **  VENDOR PROCESSED IT AND THE VENDOR'S OWN ID; THEN ONE "D"    *
      **  ROW PER SUBMITTED RECORD ID THE VENDOR REPORTS ON.  RESULT   *
      **  CODE "A " IS A MOVE WITH A FORWARDING ADDRESS, "01" A MOVE   *
      **  OUT OF THE COUNTRY, "02" A MOVE THAT LEFT NO ADDRESS, "03"   *
      **  A CLOSED BOX WITH NO ORDER ON FILE AND "NM" NOT MOVED; ANY   *
      **  OTHER CODE IS THE VENDOR'S REJECT OF THE ROW.  THE NEW       *
      **  ADDRESS IS ONLY MEANINGFUL ON AN "A " ROW AND ARRIVES IN     *
      **  THE CLEAR - IT IS THE VENDOR'S DATA, NOT OURS.  MOVE TYPE    *
      **  IS "I" INDIVIDUAL, "F" FAMILY OR "B" BUSINESS; MOVE DATE IS  *
      **  CCYYMM.  FIELDS TAKE THE SAME SHORT RECORD-NAME PREFIX       *
      **  (NCR-) THAT GVBRH.CPY USES FOR ITS OWN FIELDS.               *
      **                                                               *
      ******************************************************************
       01  NCOA-RESULT-RECORD.
           05  NCR-REC-TYPE                PIC X(01).
               88  NCR-IS-HEADER           VALUE "H".
               88  NCR-IS-DETAIL           VALUE "D".
           05  NCR-DETAIL.
               10  NCR-RECORD-ID.
                   15  NCR-SOURCE-CD       PIC X(01).
                   15  NCR-SOURCE-SEQ      PIC 9(09).
               10  NCR-RESULT-CD           PIC X(02).
                   88  NCR-MOVED-FORWARD   VALUE "A ".
                   88  NCR-NO-FORWARD      VALUE "01" "02" "03".
                   88  NCR-NOT-MOVED       VALUE "NM".
               10  NCR-MOVE-TYPE           PIC X(01).
               10  NCR-MOVE-DATE           PIC 9(06).
               10  NCR-NEW-STREET          PIC X(30).
               10  NCR-NEW-CITY            PIC X(20).
               10  NCR-NEW-STATE           PIC X(02).
               10  NCR-NEW-ZIP5            PIC X(05).
               10  NCR-NEW-ZIP4            PIC X(04).
           05  NCR-HEADER REDEFINES NCR-DETAIL.
               10  NCR-LIST-ID             PIC X(10).
               10  NCR-PROCESS-DATE        PIC 9(08).
               10  NCR-VENDOR-ID           PIC X(10).
               10  FILLER                  PIC X(52).
