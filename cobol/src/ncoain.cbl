      ******************************************************************
      **                                                              *
      **  PROGRAM      NCOAIN                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  NATIONAL CHANGE-OF-ADDRESS RESULTS - THE      *
      **      INBOUND HALF OF THE NCOA PASS NCOAOUT SUBMITTED.  THE   *
      **      VENDOR'S RESULT FILE (DD NCORES, NCOARES.cpy) IS READ   *
      **      AGAINST THE SUBMISSION'S IN-HOUSE CROSS-REFERENCE (DD   *
      **      NCOXREF, NCOAXRF.cpy), WHICH TURNS EACH RECORD ID BACK  *
      **      INTO THE REAL NAME AND ADDRESS SENT - THE VENDOR ONLY   *
      **      EVER SAW TOKENS FOR THE TAGGED FIELDS.  THE RESULT      *
      **      HEADER'S LIST ID MUST BE THE CROSS-REFERENCE'S, OR      *
      **      NOTHING IS APPLIED.                                     *
      **                                                               *
      **      A MOVE WITH A FORWARDING ADDRESS ("A ") ON A            *
      **      CUSTOMER-RECORD BECOMES A CHANGE-OF-ADDRESS             *
      **      TRANSACTION ON DD COATRAN FOR CUSTCOA - TYPE CODE,      *
      **      NAME AND OLD ADDRESS AS SUBMITTED, SO CUSTCOA'S MATCH   *
      **      FINDS THE RECORD, AND THE VENDOR'S NEW ADDRESS.  A      *
      **      MAILING-RECORD MOVE IS LISTED ON DD NCORPT FOR MANUAL   *
      **      UPDATE; CUSTCOA ONLY APPLIES CUSTOMER-RECORDS.  A MOVE  *
      **      WITH NO FORWARDING ADDRESS ("01" FOREIGN, "02" LEFT NO  *
      **      ADDRESS, "03" BOX CLOSED) WRITES A RETURNED-MAIL ROW ON *
      **      DD NCORTM (RETMAIL.cpy) FOR MAILRTRN TO FOLD INTO       *
      **      RETTRACK, REASON "N" AND THE CODE'S LAST DIGIT, AND IS  *
      **      LISTED AS A SUPPRESSION CANDIDATE FOR ANALYST REVIEW -  *
      **      NOTHING IS AUTO-SUPPRESSED.  A RESULT WHOSE RECORD ID   *
      **      WAS NEVER SUBMITTED OR ALREADY HAD A RESULT, A VENDOR   *
      **      REJECT, AND A NEW ADDRESS TOO WIDE FOR CUSTOMER-RECORD  *
      **      ARE LISTED AS EXCEPTIONS ON NCORPT.                     *
      **                                                               *
      **      ONCE THE HEADERS AGREE, THE PASS IS CERTIFIED: ONE ROW  *
      **      IS APPENDED TO DD NCOCERT (NCOACERT.cpy) WITH THE DATE  *
      **      THE VENDOR PROCESSED THE LIST AND THE PASS'S COUNTS,    *
      **      THE PROOF THE POSTAL DISCOUNT RULES ASK FOR.            *
      **                                                               *
      **      RETURN-CODE 04 - SUPPRESSION CANDIDATES OR MAILING-     *
      **      RECORD MOVES AWAIT REVIEW; 16 - EXCEPTIONS WERE LISTED, *
      **      THE HEADERS DID NOT AGREE, A FILE COULD NOT BE OPENED,  *
      **      THE CROSS-REFERENCE WAS OUT OF SEQUENCE OR OVERFLOWED,  *
      **      OR THE CERTIFICATE COULD NOT BE WRITTEN.                *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOXREF-FILE  ASSIGN TO "NCOXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCI-NCOXREF-STATUS.
           SELECT NCORES-FILE   ASSIGN TO "NCORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCI-NCORES-STATUS.
           SELECT COATRAN-FILE  ASSIGN TO "COATRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCI-COATRAN-STATUS.
           SELECT NCORTM-FILE   ASSIGN TO "NCORTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCI-NCORTM-STATUS.
           SELECT NCORPT-FILE   ASSIGN TO "NCORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCI-NCORPT-STATUS.
      *> OPTIONAL - THE FIRST NCOA PASS EVER CREATES THE CERTIFICATE
      *> FILE; EVERY PASS AFTER EXTENDS IT.
           SELECT OPTIONAL NCOCERT-FILE ASSIGN TO "NCOCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCI-NCOCERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NCOXREF-FILE.
       COPY NCOAXRF.
       FD  NCORES-FILE.
       COPY NCOARES.
      *> THE CHANGE-OF-ADDRESS TRANSACTION LAYOUT CUSTCOA READS ON
      *> ITS OWN DD COATRAN - SEE CUSTCOA.
       FD  COATRAN-FILE.
       01  COATRAN-RECORD.
           05  NCI-TRAN-TYPE-CD            PIC X(01).
           05  NCI-TRAN-NAME               PIC X(23).
           05  NCI-TRAN-OLD-STREET         PIC X(20).
           05  NCI-TRAN-OLD-CITY           PIC X(17).
           05  NCI-TRAN-OLD-STATE          PIC X(02).
           05  NCI-TRAN-OLD-ZIP            PIC 9(05).
           05  NCI-TRAN-NEW-STREET         PIC X(20).
           05  NCI-TRAN-NEW-CITY           PIC X(17).
           05  NCI-TRAN-NEW-STATE          PIC X(02).
           05  NCI-TRAN-NEW-ZIP            PIC 9(05).
       FD  NCORTM-FILE.
       COPY RETMAIL.
       FD  NCORPT-FILE.
       01  NCORPT-RECORD                   PIC X(100).
       FD  NCOCERT-FILE.
       COPY NCOACERT.
       WORKING-STORAGE SECTION.
       01  NCI-NCOXREF-STATUS              PIC XX.
           88  NCI-NCOXREF-OK              VALUE "00".
      *> EACH FINAL READ'S AT END DRIVES ITS OWN STATUS TO "10", SO
      *> WHETHER A FILE IS STILL OPEN AT TERMINATION TIME IS TRACKED
      *> HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  NCI-NCOXREF-OPENED-SW           PIC X(01)       VALUE "N".
           88  NCI-NCOXREF-OPENED          VALUE "Y".
       01  NCI-NCORES-STATUS               PIC XX.
           88  NCI-NCORES-OK               VALUE "00".
      *> SAME REASONING AS NCI-NCOXREF-OPENED-SW ABOVE.
       01  NCI-NCORES-OPENED-SW            PIC X(01)       VALUE "N".
           88  NCI-NCORES-OPENED           VALUE "Y".
       01  NCI-COATRAN-STATUS              PIC XX.
           88  NCI-COATRAN-OK              VALUE "00".
       01  NCI-NCORTM-STATUS               PIC XX.
           88  NCI-NCORTM-OK               VALUE "00".
       01  NCI-NCORPT-STATUS               PIC XX.
           88  NCI-NCORPT-OK               VALUE "00".
      *> SAME REASONING AS NCI-NCOXREF-OPENED-SW ABOVE.
       01  NCI-OUTPUTS-OPENED-SW           PIC X(01)       VALUE "N".
           88  NCI-OUTPUTS-OPENED          VALUE "Y".
      *> "05" IS OPTIONAL-FILE-CREATED - THE FIRST PASS EVER.
       01  NCI-NCOCERT-STATUS              PIC XX.
           88  NCI-NCOCERT-OK              VALUE "00" "05".
       01  NCI-XRF-EOF-SW                  PIC X(01)       VALUE "N".
           88  NCI-XRF-EOF                 VALUE "Y".
       01  NCI-RES-EOF-SW                  PIC X(01)       VALUE "N".
           88  NCI-RES-EOF                 VALUE "Y".
      *> SET ONCE THE RESULT HEADER HAS BEEN MATCHED TO THE
      *> CROSS-REFERENCE - ONLY THEN ARE RESULTS APPLIED AND THE PASS
      *> CERTIFIED.
       01  NCI-HDR-OK-SW                   PIC X(01)       VALUE "N".
           88  NCI-HDR-OK                  VALUE "Y".
       01  NCI-RUN-DATE                    PIC 9(08)       VALUE 0.
      *> ------------------- SUBMISSION HEADERS ------------------------
       01  NCI-LIST-ID                     PIC X(10)       VALUE SPACES.
       01  NCI-SUBMIT-DATE                 PIC 9(08)       VALUE 0.
       01  NCI-PROCESS-DATE                PIC 9(08)       VALUE 0.
       01  NCI-VENDOR-ID                   PIC X(10)       VALUE SPACES.
      *> ------------------- CROSS-REFERENCE TABLE ---------------------
      *> ONE ENTRY PER SUBMITTED RECORD, IN RECORD-ID ORDER - "C" ROW
      *> K SITS AT ENTRY K AND "M" ROW K AT ENTRY NCI-CUST-TOP + K,
      *> SO A RESULT FINDS ITS ENTRY WITHOUT A SEARCH.  AN ENTRY IS
      *> MARKED ONCE A RESULT HAS BEEN APPLIED TO IT.
       01  NCI-XRF-MAX                     PIC 9(05) COMP  VALUE 5000.
       01  NCI-XRF-TAB.
           05  NCI-XRF-ENTRY               OCCURS 5000 TIMES.
               10  NCI-XRF-ID              PIC X(10).
               10  NCI-XRF-TYPE-CD         PIC X(01).
               10  NCI-XRF-NAME            PIC X(30).
               10  NCI-XRF-STREET          PIC X(20).
               10  NCI-XRF-CITY            PIC X(17).
               10  NCI-XRF-STATE           PIC X(02).
               10  NCI-XRF-ZIP             PIC 9(05).
               10  NCI-XRF-SEEN-SW         PIC X(01).
                   88  NCI-XRF-SEEN        VALUE "Y".
       01  NCI-XRF-TOP                     PIC 9(05) COMP  VALUE 0.
       01  NCI-CUST-TOP                    PIC 9(05) COMP  VALUE 0.
       01  NCI-MAIL-TOP                    PIC 9(05) COMP  VALUE 0.
       01  NCI-XRF-IX                      PIC 9(05) COMP  VALUE 0.
       01  NCI-HIT                         PIC 9(05) COMP  VALUE 0.
      *> ------------------------ COUNTS -------------------------------
       01  NCI-RESULT-CNT                  PIC 9(09)       VALUE 0.
       01  NCI-MOVE-CNT                    PIC 9(09)       VALUE 0.
       01  NCI-COATRAN-CNT                 PIC 9(09)       VALUE 0.
       01  NCI-MANUAL-CNT                  PIC 9(09)       VALUE 0.
       01  NCI-NO-FORWARD-CNT              PIC 9(09)       VALUE 0.
       01  NCI-NOT-MOVED-CNT               PIC 9(09)       VALUE 0.
       01  NCI-EXCEPTION-CNT               PIC 9(09)       VALUE 0.
       01  NCI-NO-RESULT-CNT               PIC 9(09)       VALUE 0.
       01  NCI-CNT-TXT                     PIC ZZZZZZZZ9.
       01  NCI-REASON                      PIC X(45)       VALUE SPACES.
       01  NCI-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-XREF THRU 1100-EXIT
               UNTIL NCI-XRF-EOF
           PERFORM 1200-CHECK-RESULT-HEADER THRU 1200-EXIT
           PERFORM 2000-APPLY-ONE-RESULT THRU 2000-EXIT
               UNTIL NCI-RES-EOF
           IF NCI-HDR-OK
               PERFORM 3000-COUNT-NO-RESULT THRU 3000-EXIT
                   VARYING NCI-XRF-IX FROM 1 BY 1
                   UNTIL NCI-XRF-IX > NCI-XRF-TOP
               PERFORM 4000-SUMMARIZE THRU 4000-EXIT
               PERFORM 5000-WRITE-CERTIFICATE THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT NCI-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  NCOXREF-FILE
           OPEN INPUT  NCORES-FILE
           OPEN OUTPUT COATRAN-FILE
           OPEN OUTPUT NCORTM-FILE
           OPEN OUTPUT NCORPT-FILE
           MOVE "Y" TO NCI-OUTPUTS-OPENED-SW
           IF NOT NCI-NCOXREF-OK
               DISPLAY "NCOAIN - UNABLE TO OPEN NCOXREF, STATUS="
                   NCI-NCOXREF-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO NCI-NCOXREF-OPENED-SW
           END-IF
           IF NOT NCI-NCORES-OK
               DISPLAY "NCOAIN - UNABLE TO OPEN NCORES, STATUS="
                   NCI-NCORES-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           ELSE
               MOVE "Y" TO NCI-NCORES-OPENED-SW
           END-IF
           IF NOT NCI-COATRAN-OK OR NOT NCI-NCORTM-OK
               OR NOT NCI-NCORPT-OK
               DISPLAY "NCOAIN - UNABLE TO OPEN COATRAN/NCORTM/"
                   "NCORPT, STATUS=" NCI-COATRAN-STATUS "/"
                   NCI-NCORTM-STATUS "/" NCI-NCORPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
           END-IF
           IF NCI-XRF-EOF
               GO TO 1000-EXIT
           END-IF
      *> THE CROSS-REFERENCE OPENS WITH ITS HEADER ROW.
           READ NCOXREF-FILE
               AT END
                   DISPLAY "NCOAIN - NCOXREF IS EMPTY"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
           END-READ
           IF NOT NCX-IS-HEADER
               DISPLAY "NCOAIN - NCOXREF DOES NOT OPEN WITH A "
                   "HEADER ROW"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE NCX-LIST-ID     TO NCI-LIST-ID
           MOVE NCX-SUBMIT-DATE TO NCI-SUBMIT-DATE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-LOAD-XREF - EACH DETAIL ROW MUST BE THE NEXT ID IN ITS  *
      *  SEQUENCE, EVERY "C" BEFORE ANY "M", OR THE DIRECT LOOKUP IN  *
      *  2100 WOULD PAIR A RESULT WITH THE WRONG ADDRESS - A ROW OUT  *
      *  OF PLACE HALTS THE RUN BEFORE ANYTHING IS APPLIED.           *
      ******************************************************************
       1100-LOAD-XREF.
           READ NCOXREF-FILE
               AT END
                   MOVE "Y" TO NCI-XRF-EOF-SW
           END-READ
           IF NCI-XRF-EOF
               GO TO 1100-EXIT
           END-IF
           IF NOT NCX-IS-DETAIL
               DISPLAY "NCOAIN - NCOXREF ROW " NCI-XRF-TOP
                   " IS NOT A DETAIL ROW"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           IF NCI-XRF-TOP >= NCI-XRF-MAX
               DISPLAY "NCOAIN - NCOXREF HOLDS MORE THAN THE "
                   "5000-ENTRY TABLE"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NCX-FROM-CUSTOMER
                   AND NCI-MAIL-TOP = 0
                   AND NCX-SOURCE-SEQ = NCI-CUST-TOP + 1
                   ADD 1 TO NCI-CUST-TOP
               WHEN NCX-FROM-MAILING
                   AND NCX-SOURCE-SEQ = NCI-MAIL-TOP + 1
                   ADD 1 TO NCI-MAIL-TOP
               WHEN OTHER
                   DISPLAY "NCOAIN - NCOXREF ID " NCX-RECORD-ID
                       " IS OUT OF SEQUENCE"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1100-EXIT
           END-EVALUATE
           ADD 1 TO NCI-XRF-TOP
           MOVE NCX-RECORD-ID    TO NCI-XRF-ID(NCI-XRF-TOP)
           MOVE NCX-CUST-TYPE-CD TO NCI-XRF-TYPE-CD(NCI-XRF-TOP)
           MOVE NCX-NAME         TO NCI-XRF-NAME(NCI-XRF-TOP)
           MOVE NCX-STREET       TO NCI-XRF-STREET(NCI-XRF-TOP)
           MOVE NCX-CITY         TO NCI-XRF-CITY(NCI-XRF-TOP)
           MOVE NCX-STATE        TO NCI-XRF-STATE(NCI-XRF-TOP)
           MOVE NCX-ZIP          TO NCI-XRF-ZIP(NCI-XRF-TOP)
           MOVE "N"              TO NCI-XRF-SEEN-SW(NCI-XRF-TOP).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-CHECK-RESULT-HEADER - THE VENDOR'S FILE MUST OPEN WITH  *
      *  A HEADER ECHOING THIS SUBMISSION'S LIST ID, PROCESSED ON OR  *
      *  AFTER THE DAY IT WAS SUBMITTED.  RESULTS FOR ANOTHER LIST    *
      *  WOULD MOVE THE WRONG CUSTOMERS, SO NOTHING IS APPLIED AND    *
      *  NO CERTIFICATE IS WRITTEN.                                   *
      ******************************************************************
       1200-CHECK-RESULT-HEADER.
           IF NCI-RES-EOF
               GO TO 1200-EXIT
           END-IF
           READ NCORES-FILE
               AT END
                   MOVE "Y" TO NCI-RES-EOF-SW
                   MOVE "NCORES IS EMPTY" TO NCI-REASON
                   GO TO 1200-REFUSE
           END-READ
           IF NOT NCR-IS-HEADER
               MOVE "NCORES DOES NOT OPEN WITH A HEADER ROW"
                   TO NCI-REASON
               GO TO 1200-REFUSE
           END-IF
           IF NCR-LIST-ID NOT = NCI-LIST-ID
               MOVE SPACES TO NCI-REASON
               STRING "RESULTS ARE FOR LIST " NCR-LIST-ID
                   DELIMITED BY SIZE INTO NCI-REASON
               END-STRING
               GO TO 1200-REFUSE
           END-IF
           IF NCR-PROCESS-DATE NOT NUMERIC
               OR NCR-PROCESS-DATE < NCI-SUBMIT-DATE
               MOVE "VENDOR PROCESS DATE IS MISSING OR EARLY"
                   TO NCI-REASON
               GO TO 1200-REFUSE
           END-IF
           MOVE NCR-PROCESS-DATE TO NCI-PROCESS-DATE
           MOVE NCR-VENDOR-ID    TO NCI-VENDOR-ID
           MOVE "Y" TO NCI-HDR-OK-SW
           GO TO 1200-EXIT.
       1200-REFUSE.
           MOVE SPACES TO NCI-OUT-LINE
           STRING "LIST " NCI-LIST-ID " REFUSED - " DELIMITED BY SIZE
               NCI-REASON DELIMITED BY "  "
               " - NOTHING APPLIED" DELIMITED BY SIZE
               INTO NCI-OUT-LINE
           END-STRING
           WRITE NCORPT-RECORD FROM NCI-OUT-LINE
           DISPLAY "NCOAIN - " NCI-OUT-LINE(1:90)
           PERFORM 1900-HALT-RUN THRU 1900-EXIT.
       1200-EXIT.
           EXIT.
      *
       2000-APPLY-ONE-RESULT.
           READ NCORES-FILE
               AT END
                   MOVE "Y" TO NCI-RES-EOF-SW
           END-READ
           IF NCI-RES-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO NCI-RESULT-CNT
           IF NOT NCR-IS-DETAIL
               MOVE "NOT A DETAIL ROW" TO NCI-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LOCATE-XREF THRU 2100-EXIT
           IF NCI-HIT = 0
               MOVE "RECORD ID WAS NOT IN THE SUBMISSION"
                   TO NCI-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NCI-XRF-SEEN(NCI-HIT)
               MOVE "RECORD ID ALREADY HAD A RESULT"
                   TO NCI-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE "Y" TO NCI-XRF-SEEN-SW(NCI-HIT)
           EVALUATE TRUE
               WHEN NCR-MOVED-FORWARD
                   PERFORM 2200-APPLY-MOVE THRU 2200-EXIT
               WHEN NCR-NO-FORWARD
                   PERFORM 2300-NO-FORWARD THRU 2300-EXIT
               WHEN NCR-NOT-MOVED
                   ADD 1 TO NCI-NOT-MOVED-CNT
               WHEN OTHER
                   MOVE "VENDOR REJECTED THE ROW" TO NCI-REASON
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
       2100-LOCATE-XREF.
           MOVE 0 TO NCI-HIT
           IF NCR-SOURCE-SEQ NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NCR-SOURCE-CD = "C"
                   AND NCR-SOURCE-SEQ > 0
                   AND NCR-SOURCE-SEQ NOT > NCI-CUST-TOP
                   MOVE NCR-SOURCE-SEQ TO NCI-HIT
               WHEN NCR-SOURCE-CD = "M"
                   AND NCR-SOURCE-SEQ > 0
                   AND NCR-SOURCE-SEQ NOT > NCI-MAIL-TOP
                   COMPUTE NCI-HIT = NCI-CUST-TOP + NCR-SOURCE-SEQ
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE
           IF NCI-XRF-ID(NCI-HIT) NOT = NCR-RECORD-ID
               MOVE 0 TO NCI-HIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-APPLY-MOVE - A CUSTOMER-RECORD MOVE BECOMES A COATRAN   *
      *  TRANSACTION CARRYING THE NAME AND OLD ADDRESS EXACTLY AS     *
      *  SUBMITTED, WHICH IS WHAT CUSTCOA MATCHES ON.  THE VENDOR'S   *
      *  ADDRESS FIELDS ARE WIDER THAN CUSTOMER-RECORD'S; ONE THAT    *
      *  WOULD BE CUT SHORT IS AN EXCEPTION, NOT A TRUNCATED ADDRESS. *
      ******************************************************************
       2200-APPLY-MOVE.
           ADD 1 TO NCI-MOVE-CNT
           IF NCR-SOURCE-CD = "M"
               ADD 1 TO NCI-MANUAL-CNT
               MOVE SPACES TO NCI-OUT-LINE
               STRING "MAIL MOVE ID=" NCR-RECORD-ID " "
                   NCI-XRF-NAME(NCI-HIT)(1:23) " TO "
                   NCR-NEW-STREET(1:20)
                   " " NCR-NEW-CITY(1:15) " " NCR-NEW-STATE " "
                   NCR-NEW-ZIP5 DELIMITED BY SIZE
                   INTO NCI-OUT-LINE
               END-STRING
               WRITE NCORPT-RECORD FROM NCI-OUT-LINE
               GO TO 2200-EXIT
           END-IF
           IF NCR-NEW-STREET = SPACES
               OR NCR-NEW-STREET(21:10) NOT = SPACES
               OR NCR-NEW-CITY(18:3) NOT = SPACES
               OR NCR-NEW-STATE = SPACES
               OR NCR-NEW-ZIP5 NOT NUMERIC
               MOVE "NEW ADDRESS DOES NOT FIT CUSTOMER-RECORD"
                   TO NCI-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE NCI-XRF-TYPE-CD(NCI-HIT)   TO NCI-TRAN-TYPE-CD
           MOVE NCI-XRF-NAME(NCI-HIT)      TO NCI-TRAN-NAME
           MOVE NCI-XRF-STREET(NCI-HIT)    TO NCI-TRAN-OLD-STREET
           MOVE NCI-XRF-CITY(NCI-HIT)      TO NCI-TRAN-OLD-CITY
           MOVE NCI-XRF-STATE(NCI-HIT)     TO NCI-TRAN-OLD-STATE
           MOVE NCI-XRF-ZIP(NCI-HIT)       TO NCI-TRAN-OLD-ZIP
           MOVE NCR-NEW-STREET             TO NCI-TRAN-NEW-STREET
           MOVE NCR-NEW-CITY               TO NCI-TRAN-NEW-CITY
           MOVE NCR-NEW-STATE              TO NCI-TRAN-NEW-STATE
           MOVE NCR-NEW-ZIP5               TO NCI-TRAN-NEW-ZIP
           WRITE COATRAN-RECORD
           ADD 1 TO NCI-COATRAN-CNT.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2300-NO-FORWARD - THE ADDRESS IS DEAD BUT THERE IS NOWHERE   *
      *  TO SEND THE MAIL.  THE ROW GOES TO MAILRTRN AS A RETURN      *
      *  DATED THE DAY THE VENDOR FOUND IT, REASON "N1", "N2" OR "N3" *
      *  SO IT CAN BE TOLD FROM A KEYED TRAY RETURN, AND IS LISTED    *
      *  FOR THE ANALYST TO DECIDE ON SUPPRESSION.                    *
      ******************************************************************
       2300-NO-FORWARD.
           ADD 1 TO NCI-NO-FORWARD-CNT
           MOVE NCI-XRF-NAME(NCI-HIT)      TO RTM-CUSTOMER-NAME
           MOVE NCI-XRF-STREET(NCI-HIT)    TO RTM-STREET-ADDRESS
           MOVE NCI-XRF-CITY(NCI-HIT)      TO RTM-CITY
           MOVE NCI-XRF-STATE(NCI-HIT)     TO RTM-STATE
           MOVE NCI-XRF-ZIP(NCI-HIT)       TO RTM-ZIP
           MOVE "N"                        TO RTM-REASON-CD(1:1)
           MOVE NCR-RESULT-CD(2:1)         TO RTM-REASON-CD(2:1)
           MOVE NCI-PROCESS-DATE           TO RTM-RETURN-DATE
           WRITE RETURNED-MAIL-RECORD
           MOVE SPACES TO NCI-OUT-LINE
           STRING "NO FORWARD ID=" NCR-RECORD-ID " RESULT="
               NCR-RESULT-CD " " NCI-XRF-NAME(NCI-HIT)
               " - SUPPRESSION CANDIDATE" DELIMITED BY SIZE
               INTO NCI-OUT-LINE
           END-STRING
           WRITE NCORPT-RECORD FROM NCI-OUT-LINE.
       2300-EXIT.
           EXIT.
      *
       2900-WRITE-EXCEPTION.
           ADD 1 TO NCI-EXCEPTION-CNT
           MOVE SPACES TO NCI-OUT-LINE
           STRING "EXCEPTION ID=" NCR-RECORD-ID " RESULT="
               NCR-RESULT-CD " - " NCI-REASON DELIMITED BY SIZE
               INTO NCI-OUT-LINE
           END-STRING
           WRITE NCORPT-RECORD FROM NCI-OUT-LINE.
       2900-EXIT.
           EXIT.
      *
      *> A SUBMITTED ID THE VENDOR NEVER REPORTED ON IS COUNTED, NOT
      *> LISTED - IT IS SIMPLY NOT KNOWN TO HAVE MOVED.
       3000-COUNT-NO-RESULT.
           IF NOT NCI-XRF-SEEN(NCI-XRF-IX)
               ADD 1 TO NCI-NO-RESULT-CNT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           MOVE SPACES TO NCI-OUT-LINE
           STRING "LIST " NCI-LIST-ID " SUBMITTED " NCI-SUBMIT-DATE
               " PROCESSED " NCI-PROCESS-DATE " BY " NCI-VENDOR-ID
               DELIMITED BY SIZE INTO NCI-OUT-LINE
           END-STRING
           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
           MOVE NCI-XRF-TOP TO NCI-CNT-TXT
           MOVE SPACES TO NCI-OUT-LINE
           STRING "RECORDS SUBMITTED:                  " NCI-CNT-TXT
               DELIMITED BY SIZE INTO NCI-OUT-LINE
           END-STRING
           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
           MOVE NCI-RESULT-CNT TO NCI-CNT-TXT
           MOVE SPACES TO NCI-OUT-LINE
           STRING "RESULT ROWS READ:                   " NCI-CNT-TXT
               DELIMITED BY SIZE INTO NCI-OUT-LINE
           END-STRING
           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
           MOVE NCI-COATRAN-CNT TO NCI-CNT-TXT
           MOVE SPACES TO NCI-OUT-LINE
           STRING "COATRAN TRANSACTIONS:               " NCI-CNT-TXT
               DELIMITED BY SIZE INTO NCI-OUT-LINE
           END-STRING
           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
           MOVE NCI-MANUAL-CNT TO NCI-CNT-TXT
           MOVE SPACES TO NCI-OUT-LINE
           STRING "MAILING MOVES FOR MANUAL UPDATE:    " NCI-CNT-TXT
               DELIMITED BY SIZE INTO NCI-OUT-LINE
           END-STRING
           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
           MOVE NCI-NO-FORWARD-CNT TO NCI-CNT-TXT
           MOVE SPACES TO NCI-OUT-LINE
           STRING "NO FORWARD, SUPPRESSION CANDIDATES: " NCI-CNT-TXT
               DELIMITED BY SIZE INTO NCI-OUT-LINE
           END-STRING
           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
           MOVE NCI-NOT-MOVED-CNT TO NCI-CNT-TXT
           MOVE SPACES TO NCI-OUT-LINE
           STRING "NOT MOVED:                          " NCI-CNT-TXT
               DELIMITED BY SIZE INTO NCI-OUT-LINE
           END-STRING
           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
           MOVE NCI-NO-RESULT-CNT TO NCI-CNT-TXT
           MOVE SPACES TO NCI-OUT-LINE
           STRING "SUBMITTED WITH NO RESULT:           " NCI-CNT-TXT
               DELIMITED BY SIZE INTO NCI-OUT-LINE
           END-STRING
           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
           MOVE NCI-EXCEPTION-CNT TO NCI-CNT-TXT
           MOVE SPACES TO NCI-OUT-LINE
           STRING "EXCEPTIONS:                         " NCI-CNT-TXT
               DELIMITED BY SIZE INTO NCI-OUT-LINE
           END-STRING
           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
           IF NCI-MANUAL-CNT > 0 OR NCI-NO-FORWARD-CNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF NCI-EXCEPTION-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-SUMMARY-LINE.
           WRITE NCORPT-RECORD FROM NCI-OUT-LINE
           DISPLAY "NCOAIN - " NCI-OUT-LINE(1:70).
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-WRITE-CERTIFICATE - ONE ROW PER PASS WHOSE HEADERS      *
      *  AGREED, EXCEPTIONS OR NOT: THE VENDOR DID PROCESS THE LIST   *
      *  ON THAT DATE, WHICH IS WHAT THE CERTIFICATE PROVES.          *
      ******************************************************************
       5000-WRITE-CERTIFICATE.
           OPEN EXTEND NCOCERT-FILE
           IF NOT NCI-NCOCERT-OK
               DISPLAY "NCOAIN - UNABLE TO EXTEND NCOCERT, STATUS="
                   NCI-NCOCERT-STATUS " - PASS NOT CERTIFIED"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE NCI-LIST-ID        TO NCC-LIST-ID
           MOVE NCI-SUBMIT-DATE    TO NCC-SUBMIT-DATE
           MOVE NCI-PROCESS-DATE   TO NCC-PROCESS-DATE
           MOVE NCI-VENDOR-ID      TO NCC-VENDOR-ID
           MOVE NCI-RUN-DATE       TO NCC-RUN-DATE
           MOVE NCI-XRF-TOP        TO NCC-SUBMIT-CNT
           MOVE NCI-RESULT-CNT     TO NCC-RESULT-CNT
           MOVE NCI-MOVE-CNT       TO NCC-MOVE-CNT
           MOVE NCI-NO-FORWARD-CNT TO NCC-NO-FORWARD-CNT
           MOVE NCI-NOT-MOVED-CNT  TO NCC-NOT-MOVED-CNT
           MOVE NCI-EXCEPTION-CNT  TO NCC-EXCEPTION-CNT
           WRITE NCOA-CERT-RECORD
           IF NOT NCI-NCOCERT-OK
               DISPLAY "NCOAIN - NCOCERT WRITE FAILED, STATUS="
                   NCI-NCOCERT-STATUS " - PASS NOT CERTIFIED"
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE NCOCERT-FILE.
       5000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF NCI-NCOXREF-OPENED
               CLOSE NCOXREF-FILE
           END-IF
           IF NCI-NCORES-OPENED
               CLOSE NCORES-FILE
           END-IF
           IF NCI-OUTPUTS-OPENED
               CLOSE COATRAN-FILE
               CLOSE NCORTM-FILE
               CLOSE NCORPT-FILE
           END-IF.
      *
       1900-HALT-RUN.
           MOVE "Y" TO NCI-XRF-EOF-SW
           MOVE "Y" TO NCI-RES-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
