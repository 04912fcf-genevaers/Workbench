      ******************************************************************
      **                                                               *
      **  PROGRAM      ACCTASGN                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  ACCOUNT NUMBER ASSIGNMENT SERVICE.  NEW        *
      **      ACCOUNTS USED TO REACH MRECUPDT WITH WHATEVER ACCOUNT_NO *
      **      THE KEYING CLERK TYPED, AND TRANSPOSED DIGITS COLLIDED   *
      **      WITH LIVE AND ARCHIVED ACCOUNTS.  EACH LINE OF DD        *
      **      ASGNREQ IS ONE REQUEST (A 20-BYTE REFERENCE, E.G. THE    *
      **      APPLICATION NUMBER) AND IS ANSWERED WITH THE NEXT        *
      **      NUMBER FROM THE CONTROLLED RANGE - THE ACCTASGN          *
      **      RANGE-LO/RANGE-HI ROWS OF THE CENTRAL PARAMETER LIBRARY  *
      **      (DD PARMLIB, EIGHT-DIGIT BASES, MAINTAINED THROUGH       *
      **      PARMMNT) - WITH ITS MODULUS-11 CHECK DIGIT APPENDED      *
      **      (ACCDGWS/ACCDGCK).  A BASE IS NEVER ISSUED WHEN ANY      *
      **      ACCOUNT SHARING ITS EIGHT DIGITS IS ON THE MASTER (DD    *
      **      MASTEXT, AND DD MASTKEY WHERE THE KEYED MASTER IS        *
      **      KEPT), THE PURGE ARCHIVE (DD ARCHMAST), THE MERGE/SPLIT  *
      **      CROSS-REFERENCE (DD ACCTXREF, EITHER SIDE), THE          *
      **      CUSTOMER CROSS-REFERENCE (DD CUSTXREF) OR THE            *
      **      ASSIGNMENT REGISTER ITSELF (DD ACCTREG, ACCTAREC.cpy).   *
      **      EVERY NUMBER ISSUED IS APPENDED TO THE REGISTER, WHOSE   *
      **      HIGHEST BASE IS WHERE THE NEXT RUN RESUMES.  THE         *
      **      ASSIGNMENTS LIST ON DD ASGNRPT.  THE SUBMITTING ANALYST  *
      **      IS CHECKED AGAINST AUTHTAB AT STARTUP (AUTHWS/AUTHCK,    *
      **      FUNCTION ACCTASGN).                                      *
      **                                                               *
      **      RETURN-CODE 08 - THE RANGE RAN OUT BEFORE EVERY REQUEST  *
      **      WAS ANSWERED (THE REST ARE LISTED UNASSIGNED); 16 - A    *
      **      REQUIRED FILE COULD NOT BE OPENED, THE RANGE IS MISSING  *
      **      OR INVALID IN PARMLIB, OR THE IN-RANGE NUMBERS IN USE    *
      **      OVERFLOWED THEIR TABLE - NOTHING IS ISSUED.              *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **  2026/10/15 DAO   POST EXTRACT-ACCESS ROWS                    *
      **                   (ACCLOGWS/ACCLOGWR, DD ACCLOG) FOR MASTEXT, *
      **                   MASTKEY AND ARCHMAST, FOR THE MONTHLY       *
      **                   DISCLOSE REPORT.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTASGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASGNREQ-FILE  ASSIGN TO "ASGNREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-ASGNREQ-STATUS.
           SELECT PARMLIB-FILE  ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-PARMLIB-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE MASTER RECORD CARRIES
      *> COMP AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT MASTEXT-FILE  ASSIGN TO "MASTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ASN-MASTEXT-STATUS.
      *> OPTIONAL - ONLY A SHOP RUNNING MRECUPDT IN KEYED MODE HAS
      *> ACCOUNTS ON THE KEYED MASTER THAT THE EXTRACT MAY NOT SHOW.
           SELECT OPTIONAL MASTKEY-FILE ASSIGN TO "MASTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MKY-KEY
               FILE STATUS IS ASN-MASTKEY-STATUS.
      *> OPTIONAL - A SHOP THAT HAS NEVER PURGED HAS NO ARCHIVE, NEVER
      *> MERGED OR SPLIT HAS NO ACCTXREF, AND SO ON; A FILE THAT DOES
      *> NOT EXIST HOLDS NO NUMBER TO AVOID.
           SELECT OPTIONAL ARCHMAST-FILE ASSIGN TO "ARCHMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ASN-ARCHMAST-STATUS.
           SELECT OPTIONAL ACCTXREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-ACCTXREF-STATUS.
           SELECT OPTIONAL CUSTXREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-CUSTXREF-STATUS.
      *> OPTIONAL - READ FOR THE HIGH-WATER MARK, THEN EXTENDED; THE
      *> FIRST-EVER RUN CREATES IT.
           SELECT OPTIONAL ACCTREG-FILE ASSIGN TO "ACCTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-ACCTREG-STATUS.
           SELECT ASGNRPT-FILE  ASSIGN TO "ASGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-ASGNRPT-STATUS.
      *> THE ANALYST AUTHORIZATION TABLE AND VIOLATION LOG - SEE
      *> AUTHWS.cpy FOR THE STARTUP CHECK THESE SERVE.
           SELECT AUTHTAB-FILE ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-TAB-STATUS.
           SELECT OPTIONAL AUTHVIO-FILE ASSIGN TO "AUTHVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUT-WS-VIO-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
      *> OPTIONAL - THE SHARED EXTRACT ACCESS LOG, CREATED ON FIRST
      *> USE AND EXTENDED EVERY RUN.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASGNREQ-FILE.
       01  ASGNREQ-RECORD.
           05  ASN-REQ-REF                 PIC X(20).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  MASTEXT-FILE.
       COPY MASTERREC.
       FD  MASTKEY-FILE.
       COPY MASTKREC.
       FD  ARCHMAST-FILE.
       COPY MASTERREC
           REPLACING MASTER_REC BY ARCH-MASTER-REC.
       FD  ACCTXREF-FILE.
       COPY ACCXREF.
       FD  CUSTXREF-FILE.
       COPY CUSTXREF.
       FD  ACCTREG-FILE.
       COPY ACCTAREC.
       FD  ASGNRPT-FILE.
       01  ASGNRPT-RECORD                  PIC X(100).
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  AUTHVIO-FILE.
       COPY AUTHVREC.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED AUTHORIZATION-CHECK WORK FIELDS - SEE AUTHWS.cpy.
       COPY AUTHWS.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> THE SHARED CHECK-DIGIT WORK FIELDS - SEE ACCDGWS.cpy.
       COPY ACCDGWS.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       01  ASN-ASGNREQ-STATUS              PIC XX.
           88  ASN-ASGNREQ-OK              VALUE "00".
       01  ASN-PARMLIB-STATUS              PIC XX.
           88  ASN-PARMLIB-OK              VALUE "00".
       01  ASN-MASTEXT-STATUS              PIC XX.
           88  ASN-MASTEXT-OK              VALUE "00".
      *> "05" IS OPTIONAL-FILE-CREATED - THE FILE DOES NOT EXIST AND
      *> READS AS EMPTY.
       01  ASN-MASTKEY-STATUS              PIC XX.
           88  ASN-MASTKEY-OK              VALUE "00" "05".
       01  ASN-ARCHMAST-STATUS             PIC XX.
           88  ASN-ARCHMAST-OK             VALUE "00" "05".
       01  ASN-ACCTXREF-STATUS             PIC XX.
           88  ASN-ACCTXREF-OK             VALUE "00" "05".
       01  ASN-CUSTXREF-STATUS             PIC XX.
           88  ASN-CUSTXREF-OK             VALUE "00" "05".
       01  ASN-ACCTREG-STATUS              PIC XX.
           88  ASN-ACCTREG-OK              VALUE "00" "05".
       01  ASN-ASGNRPT-STATUS              PIC XX.
           88  ASN-ASGNRPT-OK              VALUE "00".
      *> WHETHER THE REQUESTS, THE REGISTER AND THE LISTING ARE OPEN
      *> AT TERMINATION TIME IS TRACKED HERE INSTEAD OF BY RE-TESTING
      *> THE LIVE STATUS.
       01  ASN-ASGNREQ-OPENED-SW           PIC X(01)       VALUE "N".
           88  ASN-ASGNREQ-OPENED          VALUE "Y".
       01  ASN-ACCTREG-OPENED-SW           PIC X(01)       VALUE "N".
           88  ASN-ACCTREG-OPENED          VALUE "Y".
       01  ASN-ASGNRPT-OPENED-SW           PIC X(01)       VALUE "N".
           88  ASN-ASGNRPT-OPENED          VALUE "Y".
       01  ASN-IN-EOF-SW                   PIC X(01)       VALUE "N".
           88  ASN-IN-EOF                  VALUE "Y".
       01  ASN-REQ-EOF-SW                  PIC X(01)       VALUE "N".
           88  ASN-REQ-EOF                 VALUE "Y".
       01  ASN-HALT-SW                     PIC X(01)       VALUE "N".
           88  ASN-HALT                    VALUE "Y".
      *> ------------------- ASSIGNMENT RANGE -------------------------
       01  ASN-LIB-RUN-DATE                PIC 9(08)       VALUE 0.
       01  ASN-RANGE-LO                    PIC 9(08)       VALUE 0.
       01  ASN-RANGE-HI                    PIC 9(08)       VALUE 0.
       01  ASN-LO-FOUND-SW                 PIC X(01)       VALUE "N".
           88  ASN-LO-FOUND                VALUE "Y".
       01  ASN-HI-FOUND-SW                 PIC X(01)       VALUE "N".
           88  ASN-HI-FOUND                VALUE "Y".
       01  ASN-LIB-VALUE                   PIC X(20)       VALUE SPACES.
       01  ASN-LIB-VALUE-PARTS REDEFINES ASN-LIB-VALUE.
           05  ASN-LIB-BASE                PIC 9(08).
           05  ASN-LIB-REST                PIC X(12).
      *> ------------------- NUMBERS IN USE ---------------------------
      *> EVERY EIGHT-DIGIT BASE INSIDE THE RANGE THAT SOME FILE
      *> ALREADY CARRIES.  NUMBERS OUTSIDE THE RANGE CANNOT COLLIDE
      *> WITH ONE THIS RUN ISSUES, SO ONLY THESE ARE HELD.
       01  ASN-USED-MAX                    PIC 9(05) COMP  VALUE 5000.
       01  ASN-USED-CNT                    PIC 9(05)       VALUE 0.
       01  ASN-USED-TAB.
           05  ASN-USED-BASE               PIC 9(08)
                                           OCCURS 5000 TIMES.
       01  ASN-UX                          PIC 9(05) COMP  VALUE 0.
       01  ASN-USED-FOUND-SW               PIC X(01)       VALUE "N".
           88  ASN-USED-FOUND              VALUE "Y".
       01  ASN-CANDIDATE-ACCOUNT           PIC X(09)       VALUE SPACES.
       01  ASN-CANDIDATE-PARTS REDEFINES ASN-CANDIDATE-ACCOUNT.
           05  ASN-CANDIDATE-BASE          PIC 9(08).
           05  FILLER                      PIC X(01).
       01  ASN-SOURCE-TXT                  PIC X(08)       VALUE SPACES.
      *> ------------------- ASSIGNMENT -------------------------------
       01  ASN-HIGH-BASE                   PIC 9(08)       VALUE 0.
       01  ASN-NEXT-BASE                   PIC 9(09)       VALUE 0.
       01  ASN-BASE-FREE-SW                PIC X(01)       VALUE "N".
           88  ASN-BASE-FREE               VALUE "Y".
       01  ASN-EXHAUSTED-SW                PIC X(01)       VALUE "N".
           88  ASN-EXHAUSTED               VALUE "Y".
      *> --------------------- RUN COUNTERS ----------------------------
       01  ASN-REQ-CNT                     PIC 9(06)       VALUE 0.
       01  ASN-ISSUED-CNT                  PIC 9(06)       VALUE 0.
       01  ASN-UNASSIGNED-CNT              PIC 9(06)       VALUE 0.
       01  ASN-SKIPPED-CNT                 PIC 9(06)       VALUE 0.
       01  ASN-SCANNED-CNT                 PIC 9(09)       VALUE 0.
      *> RECORDS READ FROM EACH MASTER-SIDE FILE, FOR THE ACCESS LOG.
      *> AN OPTIONAL FILE THAT DOES NOT EXIST WAS NEVER READ AND GETS
      *> NO ROW.
       01  ASN-MASTEXT-READ-CNT            PIC 9(09)       VALUE 0.
       01  ASN-MASTKEY-READ-CNT            PIC 9(09)       VALUE 0.
       01  ASN-ARCHMAST-READ-CNT           PIC 9(09)       VALUE 0.
       01  ASN-MASTEXT-READ-SW             PIC X(01)       VALUE "N".
           88  ASN-MASTEXT-READ            VALUE "Y".
       01  ASN-MASTKEY-READ-SW             PIC X(01)       VALUE "N".
           88  ASN-MASTKEY-READ            VALUE "Y".
       01  ASN-ARCHMAST-READ-SW            PIC X(01)       VALUE "N".
           88  ASN-ARCHMAST-READ           VALUE "Y".
       01  ASN-RUN-DATE                    PIC 9(08)       VALUE 0.
       01  ASN-RUN-TIME                    PIC 9(08)       VALUE 0.
       01  ASN-OUT-LINE                    PIC X(100)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ACCTASGN" TO AUT-WS-FUNCTION
           MOVE "ACCTREG" TO AUT-WS-TARGET
           PERFORM 8200-CHECK-AUTHORITY THRU 8200-EXIT
           IF AUT-WS-DENIED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ASN-HALT
               PERFORM 1100-RESOLVE-RANGE THRU 1100-EXIT
           END-IF
           IF NOT ASN-HALT
               PERFORM 1200-LOAD-NUMBERS-IN-USE THRU 1200-EXIT
           END-IF
           IF NOT ASN-HALT
               PERFORM 1300-OPEN-FOR-ISSUE THRU 1300-EXIT
           END-IF
           PERFORM 2000-ANSWER-ONE-REQUEST THRU 2000-EXIT
               UNTIL ASN-REQ-EOF OR ASN-HALT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - THE LISTING FIRST, SO EVERY LATER FAILURE   *
      *  HAS SOMEWHERE TO BE REPORTED.                                 *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT ASN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT ASN-RUN-TIME FROM TIME
           MOVE ASN-RUN-DATE TO ASN-LIB-RUN-DATE
           OPEN OUTPUT ASGNRPT-FILE
           IF NOT ASN-ASGNRPT-OK
               DISPLAY "ACCTASGN - UNABLE TO OPEN ASGNRPT, STATUS="
                   ASN-ASGNRPT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO ASN-ASGNRPT-OPENED-SW
           MOVE SPACES TO ASN-OUT-LINE
           STRING "ACCOUNT NUMBER ASSIGNMENT  RUN " ASN-RUN-DATE
               " " ASN-RUN-TIME "  ANALYST " AUT-WS-ANALYST-ID
               DELIMITED BY SIZE INTO ASN-OUT-LINE
           END-STRING
           WRITE ASGNRPT-RECORD FROM ASN-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-RESOLVE-RANGE - THE ACCTASGN RANGE-LO AND RANGE-HI ROWS  *
      *  IN FORCE TODAY.  BOTH MUST BE PRESENT AS EIGHT DIGITS WITH    *
      *  LO NOT ABOVE HI; THERE IS NO DEFAULT RANGE TO FALL BACK ON.   *
      ******************************************************************
       1100-RESOLVE-RANGE.
           OPEN INPUT PARMLIB-FILE
           IF NOT ASN-PARMLIB-OK
               DISPLAY "ACCTASGN - UNABLE TO OPEN PARMLIB, STATUS="
                   ASN-PARMLIB-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO ASN-IN-EOF-SW
           PERFORM 1110-SCAN-ONE-LIB-ROW THRU 1110-EXIT
               UNTIL ASN-IN-EOF
           CLOSE PARMLIB-FILE
           IF NOT ASN-LO-FOUND OR NOT ASN-HI-FOUND
               MOVE "RANGE-LO/RANGE-HI NOT IN FORCE IN PARMLIB"
                   TO ASN-OUT-LINE
               GO TO 1190-RANGE-REFUSED
           END-IF
           IF ASN-RANGE-LO > ASN-RANGE-HI
               MOVE "RANGE-LO IS ABOVE RANGE-HI IN PARMLIB"
                   TO ASN-OUT-LINE
               GO TO 1190-RANGE-REFUSED
           END-IF
           MOVE SPACES TO ASN-OUT-LINE
           STRING "RANGE " ASN-RANGE-LO " THRU " ASN-RANGE-HI
               DELIMITED BY SIZE INTO ASN-OUT-LINE
           END-STRING
           WRITE ASGNRPT-RECORD FROM ASN-OUT-LINE
           GO TO 1100-EXIT.
       1190-RANGE-REFUSED.
           DISPLAY "ACCTASGN - " ASN-OUT-LINE (1:60)
           WRITE ASGNRPT-RECORD FROM ASN-OUT-LINE
           PERFORM 1900-HALT-RUN THRU 1900-EXIT.
       1100-EXIT.
           EXIT.
      *
       1110-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO ASN-IN-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "ACCTASGN"
               GO TO 1110-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > ASN-LIB-RUN-DATE
               GO TO 1110-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < ASN-LIB-RUN-DATE
               GO TO 1110-EXIT
           END-IF
           MOVE PRM-PARM-VALUE TO ASN-LIB-VALUE
           IF PRM-PARM-NAME NOT = "RANGE-LO"
               AND PRM-PARM-NAME NOT = "RANGE-HI"
               GO TO 1110-EXIT
           END-IF
           IF ASN-LIB-BASE IS NOT NUMERIC
               OR ASN-LIB-REST NOT = SPACES
               DISPLAY "ACCTASGN - PARMLIB " PRM-PARM-NAME
                   " IS NOT AN EIGHT-DIGIT BASE - IGNORED"
               GO TO 1110-EXIT
           END-IF
           IF PRM-PARM-NAME = "RANGE-LO"
               AND NOT ASN-LO-FOUND
               MOVE ASN-LIB-BASE TO ASN-RANGE-LO
               MOVE "Y" TO ASN-LO-FOUND-SW
           END-IF
           IF PRM-PARM-NAME = "RANGE-HI"
               AND NOT ASN-HI-FOUND
               MOVE ASN-LIB-BASE TO ASN-RANGE-HI
               MOVE "Y" TO ASN-HI-FOUND-SW
           END-IF.
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-NUMBERS-IN-USE - EVERY FILE THAT CAN CARRY AN       *
      *  ACCOUNT_NO, READ ONCE.  THE MASTER EXTRACT IS REQUIRED; THE   *
      *  OTHERS MAY NOT EXIST YET.                                     *
      ******************************************************************
       1200-LOAD-NUMBERS-IN-USE.
           OPEN INPUT MASTEXT-FILE
           IF NOT ASN-MASTEXT-OK
               DISPLAY "ACCTASGN - UNABLE TO OPEN MASTEXT, STATUS="
                   ASN-MASTEXT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "Y" TO ASN-MASTEXT-READ-SW
           MOVE "N" TO ASN-IN-EOF-SW
           PERFORM 1210-LOAD-ONE-MASTER THRU 1210-EXIT
               UNTIL ASN-IN-EOF
           CLOSE MASTEXT-FILE
           OPEN INPUT MASTKEY-FILE
           IF NOT ASN-MASTKEY-OK
               DISPLAY "ACCTASGN - UNABLE TO OPEN MASTKEY, STATUS="
                   ASN-MASTKEY-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           IF ASN-MASTKEY-STATUS = "00"
               MOVE "Y" TO ASN-MASTKEY-READ-SW
           END-IF
           MOVE "N" TO ASN-IN-EOF-SW
           PERFORM 1220-LOAD-ONE-KEYED THRU 1220-EXIT
               UNTIL ASN-IN-EOF
           CLOSE MASTKEY-FILE
           OPEN INPUT ARCHMAST-FILE
           IF NOT ASN-ARCHMAST-OK
               DISPLAY "ACCTASGN - UNABLE TO OPEN ARCHMAST, STATUS="
                   ASN-ARCHMAST-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           IF ASN-ARCHMAST-STATUS = "00"
               MOVE "Y" TO ASN-ARCHMAST-READ-SW
           END-IF
           MOVE "N" TO ASN-IN-EOF-SW
           PERFORM 1230-LOAD-ONE-ARCHIVED THRU 1230-EXIT
               UNTIL ASN-IN-EOF
           CLOSE ARCHMAST-FILE
           OPEN INPUT ACCTXREF-FILE
           IF NOT ASN-ACCTXREF-OK
               DISPLAY "ACCTASGN - UNABLE TO OPEN ACCTXREF, STATUS="
                   ASN-ACCTXREF-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO ASN-IN-EOF-SW
           PERFORM 1240-LOAD-ONE-ACCT-XREF THRU 1240-EXIT
               UNTIL ASN-IN-EOF
           CLOSE ACCTXREF-FILE
           OPEN INPUT CUSTXREF-FILE
           IF NOT ASN-CUSTXREF-OK
               DISPLAY "ACCTASGN - UNABLE TO OPEN CUSTXREF, STATUS="
                   ASN-CUSTXREF-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO ASN-IN-EOF-SW
           PERFORM 1250-LOAD-ONE-CUST-XREF THRU 1250-EXIT
               UNTIL ASN-IN-EOF
           CLOSE CUSTXREF-FILE
           OPEN INPUT ACCTREG-FILE
           IF NOT ASN-ACCTREG-OK
               DISPLAY "ACCTASGN - UNABLE TO OPEN ACCTREG, STATUS="
                   ASN-ACCTREG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO ASN-IN-EOF-SW
           PERFORM 1260-LOAD-ONE-ISSUED THRU 1260-EXIT
               UNTIL ASN-IN-EOF
           CLOSE ACCTREG-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-MASTER.
           READ MASTEXT-FILE
               AT END
                   MOVE "Y" TO ASN-IN-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           ADD 1 TO ASN-MASTEXT-READ-CNT
           MOVE ACCOUNT_NO OF MASTER_REC TO ASN-CANDIDATE-ACCOUNT
           MOVE "MASTEXT" TO ASN-SOURCE-TXT
           PERFORM 1800-NOTE-IN-USE THRU 1800-EXIT.
       1210-EXIT.
           EXIT.
      *
       1220-LOAD-ONE-KEYED.
           READ MASTKEY-FILE
               AT END
                   MOVE "Y" TO ASN-IN-EOF-SW
                   GO TO 1220-EXIT
           END-READ
           ADD 1 TO ASN-MASTKEY-READ-CNT
           MOVE MKY-ACCOUNT-NO TO ASN-CANDIDATE-ACCOUNT
           MOVE "MASTKEY" TO ASN-SOURCE-TXT
           PERFORM 1800-NOTE-IN-USE THRU 1800-EXIT.
       1220-EXIT.
           EXIT.
      *
       1230-LOAD-ONE-ARCHIVED.
           READ ARCHMAST-FILE
               AT END
                   MOVE "Y" TO ASN-IN-EOF-SW
                   GO TO 1230-EXIT
           END-READ
           ADD 1 TO ASN-ARCHMAST-READ-CNT
           MOVE ACCOUNT_NO OF ARCH-MASTER-REC TO ASN-CANDIDATE-ACCOUNT
           MOVE "ARCHMAST" TO ASN-SOURCE-TXT
           PERFORM 1800-NOTE-IN-USE THRU 1800-EXIT.
       1230-EXIT.
           EXIT.
      *
      *> BOTH SIDES - THE NUMBER THAT WENT AWAY STAYS RESERVED SO AN
      *> OLD-NUMBER LOOKUP NEVER RESOLVES TO A STRANGER.
       1240-LOAD-ONE-ACCT-XREF.
           READ ACCTXREF-FILE
               AT END
                   MOVE "Y" TO ASN-IN-EOF-SW
                   GO TO 1240-EXIT
           END-READ
           MOVE "ACCTXREF" TO ASN-SOURCE-TXT
           MOVE AXR-OLD-ACCOUNT TO ASN-CANDIDATE-ACCOUNT
           PERFORM 1800-NOTE-IN-USE THRU 1800-EXIT
           MOVE AXR-NEW-ACCOUNT TO ASN-CANDIDATE-ACCOUNT
           PERFORM 1800-NOTE-IN-USE THRU 1800-EXIT.
       1240-EXIT.
           EXIT.
      *
      *> A REMOVED LINK STILL COUNTS - THE NUMBER WAS ONCE MAILED TO.
       1250-LOAD-ONE-CUST-XREF.
           READ CUSTXREF-FILE
               AT END
                   MOVE "Y" TO ASN-IN-EOF-SW
                   GO TO 1250-EXIT
           END-READ
           MOVE CXR-ACCOUNT-NO TO ASN-CANDIDATE-ACCOUNT
           MOVE "CUSTXREF" TO ASN-SOURCE-TXT
           PERFORM 1800-NOTE-IN-USE THRU 1800-EXIT.
       1250-EXIT.
           EXIT.
      *
       1260-LOAD-ONE-ISSUED.
           READ ACCTREG-FILE
               AT END
                   MOVE "Y" TO ASN-IN-EOF-SW
                   GO TO 1260-EXIT
           END-READ
           MOVE ASG-ACCOUNT-NO TO ASN-CANDIDATE-ACCOUNT
           MOVE "ACCTREG" TO ASN-SOURCE-TXT
           PERFORM 1800-NOTE-IN-USE THRU 1800-EXIT
           IF ASG-BASE IS NUMERIC
               AND ASG-BASE >= ASN-RANGE-LO
               AND ASG-BASE <= ASN-RANGE-HI
               AND ASG-BASE > ASN-HIGH-BASE
               MOVE ASG-BASE TO ASN-HIGH-BASE
           END-IF.
       1260-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-OPEN-FOR-ISSUE - THE REQUESTS AND THE REGISTER EXTEND,   *
      *  AND THE FIRST BASE TO TRY: ONE PAST THE REGISTER'S HIGHEST    *
      *  IN-RANGE BASE, OR THE BOTTOM OF THE RANGE.                    *
      ******************************************************************
       1300-OPEN-FOR-ISSUE.
           OPEN INPUT ASGNREQ-FILE
           IF NOT ASN-ASGNREQ-OK
               DISPLAY "ACCTASGN - UNABLE TO OPEN ASGNREQ, STATUS="
                   ASN-ASGNREQ-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE "Y" TO ASN-ASGNREQ-OPENED-SW
           OPEN EXTEND ACCTREG-FILE
           IF NOT ASN-ACCTREG-OK
               DISPLAY "ACCTASGN - UNABLE TO EXTEND ACCTREG, STATUS="
                   ASN-ACCTREG-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE "Y" TO ASN-ACCTREG-OPENED-SW
           IF ASN-HIGH-BASE = 0
               MOVE ASN-RANGE-LO TO ASN-NEXT-BASE
           ELSE
               COMPUTE ASN-NEXT-BASE = ASN-HIGH-BASE + 1
           END-IF
           MOVE SPACES TO ASN-OUT-LINE
           STRING "IN-RANGE NUMBERS ALREADY IN USE " ASN-USED-CNT
               "  FIRST BASE TRIED " ASN-NEXT-BASE (2:8)
               DELIMITED BY SIZE INTO ASN-OUT-LINE
           END-STRING
           WRITE ASGNRPT-RECORD FROM ASN-OUT-LINE
           MOVE SPACES TO ASGNRPT-RECORD
           WRITE ASGNRPT-RECORD.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1800-NOTE-IN-USE - HOLD ASN-CANDIDATE-ACCOUNT'S BASE WHEN IT  *
      *  IS ALL DIGITS AND INSIDE THE RANGE.  A NINE-DIGIT NUMBER IS   *
      *  HELD BY ITS FIRST EIGHT WHATEVER ITS NINTH, SO A LEGACY       *
      *  NUMBER ONE DIGIT AWAY FROM AN ISSUABLE ONE STILL BLOCKS IT.   *
      ******************************************************************
       1800-NOTE-IN-USE.
           IF ASN-CANDIDATE-BASE IS NOT NUMERIC
               GO TO 1800-EXIT
           END-IF
           IF ASN-CANDIDATE-BASE < ASN-RANGE-LO
               OR ASN-CANDIDATE-BASE > ASN-RANGE-HI
               GO TO 1800-EXIT
           END-IF
           PERFORM 2300-SEARCH-IN-USE THRU 2300-EXIT
           IF ASN-USED-FOUND
               GO TO 1800-EXIT
           END-IF
           IF ASN-USED-CNT >= ASN-USED-MAX
               DISPLAY "ACCTASGN - NUMBERS-IN-USE TABLE FULL AT "
                   ASN-USED-MAX " READING " ASN-SOURCE-TXT
                   " - RUN HALTED, NOTHING ISSUED"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1800-EXIT
           END-IF
           ADD 1 TO ASN-USED-CNT
           MOVE ASN-CANDIDATE-BASE TO ASN-USED-BASE (ASN-USED-CNT).
       1800-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO ASN-HALT-SW
           MOVE "Y" TO ASN-IN-EOF-SW
           MOVE "Y" TO ASN-REQ-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-ANSWER-ONE-REQUEST - THE NEXT FREE BASE, ITS CHECK DIGIT *
      *  AND A REGISTER ROW; ONCE THE RANGE IS SPENT THE REMAINING     *
      *  REQUESTS ARE LISTED UNASSIGNED.                               *
      ******************************************************************
       2000-ANSWER-ONE-REQUEST.
           READ ASGNREQ-FILE
               AT END
                   MOVE "Y" TO ASN-REQ-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF ASN-REQ-REF = SPACES
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO ASN-REQ-CNT
           IF NOT ASN-EXHAUSTED
               MOVE "N" TO ASN-BASE-FREE-SW
               PERFORM 2100-TRY-ONE-BASE THRU 2100-EXIT
                   UNTIL ASN-BASE-FREE OR ASN-EXHAUSTED
           END-IF
           IF ASN-EXHAUSTED
               ADD 1 TO ASN-UNASSIGNED-CNT
               MOVE SPACES TO ASN-OUT-LINE
               STRING "UNASSIGNED " ASN-REQ-REF
                   " - RANGE EXHAUSTED AT " ASN-RANGE-HI
                   DELIMITED BY SIZE INTO ASN-OUT-LINE
               END-STRING
               WRITE ASGNRPT-RECORD FROM ASN-OUT-LINE
               GO TO 2000-EXIT
           END-IF
           MOVE ACD-ACCOUNT-NO TO ASG-ACCOUNT-NO
           MOVE ASN-REQ-REF TO ASG-REQUEST-REF
           MOVE ASN-RUN-DATE TO ASG-ASSIGN-DATE
           MOVE ASN-RUN-TIME TO ASG-ASSIGN-TIME
           MOVE AUT-WS-ANALYST-ID TO ASG-ANALYST-ID
           WRITE ACCOUNT-ASSIGN-RECORD
           ADD 1 TO ASN-ISSUED-CNT
           ADD 1 TO ASN-NEXT-BASE
           MOVE SPACES TO ASN-OUT-LINE
           STRING "ASSIGNED   " ASN-REQ-REF " - ACCOUNT_NO "
               ACD-ACCOUNT-NO
               DELIMITED BY SIZE INTO ASN-OUT-LINE
           END-STRING
           WRITE ASGNRPT-RECORD FROM ASN-OUT-LINE.
       2000-EXIT.
           EXIT.
      *
      *> A BASE WHOSE CHECK WORKS OUT TO 10, OR THAT SOME FILE ALREADY
      *> CARRIES, IS STEPPED OVER FOR GOOD.
       2100-TRY-ONE-BASE.
           IF ASN-NEXT-BASE > ASN-RANGE-HI
               MOVE "Y" TO ASN-EXHAUSTED-SW
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO ASN-SCANNED-CNT
           MOVE SPACES TO ACD-ACCOUNT-NO
           MOVE ASN-NEXT-BASE TO ACD-BASE
           PERFORM 7810-COMPUTE-CHECK-DIGIT THRU 7810-EXIT
           IF ACD-NO-CHECK-DIGIT
               ADD 1 TO ASN-NEXT-BASE
               GO TO 2100-EXIT
           END-IF
           MOVE ACD-ACCOUNT-NO TO ASN-CANDIDATE-ACCOUNT
           PERFORM 2300-SEARCH-IN-USE THRU 2300-EXIT
           IF ASN-USED-FOUND
               ADD 1 TO ASN-SKIPPED-CNT
               ADD 1 TO ASN-NEXT-BASE
               GO TO 2100-EXIT
           END-IF
           MOVE "Y" TO ASN-BASE-FREE-SW.
       2100-EXIT.
           EXIT.
      *
       2300-SEARCH-IN-USE.
           MOVE "N" TO ASN-USED-FOUND-SW
           PERFORM 2310-MATCH-ONE-IN-USE THRU 2310-EXIT
               VARYING ASN-UX FROM 1 BY 1
               UNTIL ASN-UX > ASN-USED-CNT OR ASN-USED-FOUND.
       2300-EXIT.
           EXIT.
      *
       2310-MATCH-ONE-IN-USE.
           IF ASN-USED-BASE (ASN-UX) = ASN-CANDIDATE-BASE
               MOVE "Y" TO ASN-USED-FOUND-SW
           END-IF.
       2310-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           IF ASN-HALT
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO ASGNRPT-RECORD
           WRITE ASGNRPT-RECORD
           MOVE SPACES TO ASN-OUT-LINE
           STRING "REQUESTS " ASN-REQ-CNT "  ASSIGNED " ASN-ISSUED-CNT
               "  UNASSIGNED " ASN-UNASSIGNED-CNT
               "  BASES STEPPED OVER AS IN USE " ASN-SKIPPED-CNT
               DELIMITED BY SIZE INTO ASN-OUT-LINE
           END-STRING
           WRITE ASGNRPT-RECORD FROM ASN-OUT-LINE
           DISPLAY "ACCTASGN - " ASN-REQ-CNT " REQUESTS, "
               ASN-ISSUED-CNT " ASSIGNED, " ASN-UNASSIGNED-CNT
               " UNASSIGNED"
           IF ASN-UNASSIGNED-CNT > 0
               DISPLAY "ACCTASGN - RANGE " ASN-RANGE-LO " THRU "
                   ASN-RANGE-HI " IS EXHAUSTED - WIDEN IT IN PARMLIB"
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *> SHARED CHECK-DIGIT PARAGRAPHS - SEE ACCDGCK.cpy.
       COPY ACCDGCK.
      *
      *> SHARED AUTHORIZATION-CHECK PARAGRAPHS - SEE AUTHCK.cpy.
       COPY AUTHCK.
      *
       7850-POST-ACCESS-LOG.
           MOVE "ACCTASGN" TO AXL-WS-PROGRAM
           IF ASN-MASTEXT-READ
               MOVE "MASTEXT " TO AXL-WS-EXTRACT-DD
               MOVE ASN-MASTEXT-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF ASN-MASTKEY-READ
               MOVE "MASTKEY " TO AXL-WS-EXTRACT-DD
               MOVE ASN-MASTKEY-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF
           IF ASN-ARCHMAST-READ
               MOVE "ARCHMAST" TO AXL-WS-EXTRACT-DD
               MOVE ASN-ARCHMAST-READ-CNT TO AXL-WS-RECORDS-READ
               PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT
           END-IF.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "ACCTASGN" TO RNL-WS-PROGRAM
           MOVE ASN-REQ-CNT TO RNL-WS-RECORDS-IN
           MOVE ASN-ISSUED-CNT TO RNL-WS-RECORDS-OUT
           MOVE ASN-UNASSIGNED-CNT TO RNL-WS-RECORDS-SUSP
           MOVE ASN-USED-CNT TO RNL-WS-TABLE-PEAK (1)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF ASN-ASGNREQ-OPENED
               CLOSE ASGNREQ-FILE
           END-IF
           IF ASN-ACCTREG-OPENED
               CLOSE ACCTREG-FILE
           END-IF
           IF ASN-ASGNRPT-OPENED
               CLOSE ASGNRPT-FILE
           END-IF.
