      ******************************************************************
      **                                                              *
      **  PROGRAM      CUSTDUP                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  PHONETIC DUPLICATE-CUSTOMER DETECTION ACROSS   *
      **      THE CUSTOMER-RECORD EXTRACT ON DD CUSTEXT.  CUSTMAIL     *
      **      AND MAILHHLD ONLY GROUP EXACT ADDRESSES AND CUSTXBLD'S   *
      **      FUZZY RULE IS ONLY ZIP AND THE NAME'S FIRST WORD, SO     *
      **      "SMITH", "SMYTH" AND "SMITHE" AT ONE ADDRESS, OR ONE     *
      **      PERSON KEYED UNDER TWO STREET SPELLINGS, PASS AS         *
      **      SEPARATE CUSTOMERS.  EACH RECORD GETS A PHONETIC NAME    *
      **      KEY - THE SOUNDEX OF LAST-NAME AND OF FIRST-NAME, OR OF  *
      **      BUSINESS FOR A "B" RECORD - AND A NORMALIZED STREET      *
      **      (PUNCTUATION DROPPED, SPACING SQUEEZED, "STREET",        *
      **      "AVENUE", "NORTH" AND THE LIKE CUT TO THEIR POSTAL       *
      **      ABBREVIATIONS).  EVERY PAIR OF RECORDS OF ONE TYPE IN    *
      **      ONE ZIP-CODE IS SCORED 0-100:                            *
      **        NAME    BUSINESS SAME 60, SOUNDS ALIKE 45; OR          *
      **                LAST-NAME SAME 40, SOUNDS ALIKE 30, PLUS       *
      **                FIRST-NAME SAME 20, SOUNDS ALIKE 15, SAME      *
      **                INITIAL 10, ONE BLANK 5.  A NAME THAT DOES     *
      **                NOT SOUND ALIKE, OR A FIRST-NAME WITH A        *
      **                DIFFERENT INITIAL, IS NOT A CANDIDATE.         *
      **        STREET  NORMALIZED SAME 40; SAME HOUSE NUMBER AND A    *
      **                STREET NAME THAT SOUNDS ALIKE 30; SAME HOUSE   *
      **                NUMBER ONLY 10.                                *
      **      A PAIR SCORING AT LEAST THE THRESHOLD ON DD DUPPRM       *
      **      (DEFAULT 070) IS WRITTEN TO DD DUPREV (DUPREV.cpy) FOR   *
      **      ANALYST REVIEW.  THE ANALYST'S DECISIONS GO THROUGH      *
      **      DUPMNT TO THE SURVIVORSHIP FILE, DD DUPSURV              *
      **      (DUPSURV.cpy); A PAIR ALREADY DECIDED THERE IS NOT       *
      **      PROPOSED AGAIN, AND A CUSTOMER ALREADY CONFIRMED AS A    *
      **      DUPLICATE IS NOT PAIRED AT ALL.                          *
      **      RETURN-CODE 04 - THE DECISION TABLE FILLED, SO A         *
      **      DECIDED PAIR MAY BE PROPOSED AGAIN.                      *
      **      RETURN-CODE 16 - CUSTEXT OR DUPREV COULD NOT BE OPENED,  *
      **      DUPPRM IS NOT 001-100, OR THE CUSTOMER TABLE FILLED -    *
      **      THE REVIEW FILE IS INCOMPLETE.                           *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTEXT-FILE  ASSIGN TO "CUSTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CDP-CUSTEXT-STATUS.
      *> OPTIONAL - A RUN WITH NO PARM USES THE 070 THRESHOLD.
           SELECT OPTIONAL DUPPRM-FILE ASSIGN TO "DUPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CDP-DUPPRM-STATUS.
      *> OPTIONAL - NOTHING HAS BEEN DECIDED BEFORE THE FIRST REVIEW.
           SELECT OPTIONAL DUPSURV-FILE ASSIGN TO "DUPSURV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CDP-DUPSURV-STATUS.
           SELECT DUPREV-FILE   ASSIGN TO "DUPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CDP-DUPREV-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
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
       FD  CUSTEXT-FILE.
       COPY CUSTREC.
       FD  DUPPRM-FILE.
       01  DUPPRM-RECORD.
           05  CDP-PARM-THRESHOLD          PIC 9(03).
       FD  DUPSURV-FILE.
       COPY DUPSURV.
       FD  DUPREV-FILE.
       COPY DUPREV.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       FD  ACCLOG-FILE.
       COPY ACCLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  CDP-CUSTEXT-STATUS              PIC XX.
           88  CDP-CUSTEXT-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES CDP-CUSTEXT-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  CDP-CUSTEXT-OPENED-SW           PIC X(01)       VALUE "N".
           88  CDP-CUSTEXT-OPENED          VALUE "Y".
       01  CDP-DUPPRM-STATUS               PIC XX.
           88  CDP-DUPPRM-OK               VALUE "00".
       01  CDP-DUPSURV-STATUS              PIC XX.
           88  CDP-DUPSURV-OK              VALUE "00".
       01  CDP-DUPREV-STATUS               PIC XX.
           88  CDP-DUPREV-OK               VALUE "00".
      *> SAME REASONING AS CDP-CUSTEXT-OPENED-SW ABOVE.
       01  CDP-DUPREV-OPENED-SW            PIC X(01)       VALUE "N".
           88  CDP-DUPREV-OPENED           VALUE "Y".
       01  CDP-EOF-SW                      PIC X(01)       VALUE "N".
           88  CDP-EOF                     VALUE "Y".
       01  CDP-HALTED-SW                   PIC X(01)       VALUE "N".
           88  CDP-HALTED                  VALUE "Y".
       01  CDP-THRESHOLD                   PIC 9(03)       VALUE 70.
      *> ---------------------- CUSTOMER TABLE -------------------------
      *> NAME, STREET AND ZIP LEAD EACH ENTRY SO THE THREE TOGETHER
      *> ARE THE CUSTOMER'S KEY, THE SAME KEY DUPSURV CARRIES.
       01  CDP-CU-MAX                      PIC 9(04) COMP  VALUE 2000.
       01  CDP-CU-CNT                      PIC 9(04) COMP  VALUE 0.
       01  CDP-CU-TAB.
           05  CDP-CU-ENTRY                OCCURS 2000 TIMES.
               10  CDP-CU-KEY.
                   15  CDP-CU-NAME.
                       20  CDP-CU-LAST     PIC X(15).
                       20  CDP-CU-FIRST    PIC X(08).
                   15  CDP-CU-STREET       PIC X(20).
                   15  CDP-CU-ZIP          PIC 9(05).
               10  CDP-CU-CITY             PIC X(17).
               10  CDP-CU-STATE            PIC X(02).
               10  CDP-CU-TYPE             PIC X(01).
               10  CDP-CU-PHONETIC.
                   15  CDP-CU-LAST-SDX     PIC X(04).
                   15  CDP-CU-FIRST-SDX    PIC X(04).
               10  CDP-CU-NORM-STREET      PIC X(20).
               10  CDP-CU-HOUSE            PIC X(10).
               10  CDP-CU-STNAME-SDX       PIC X(04).
               10  CDP-CU-MERGED-SW        PIC X(01).
                   88  CDP-CU-MERGED       VALUE "Y".
       01  CDP-IX                          PIC 9(04) COMP  VALUE 0.
       01  CDP-JX                          PIC 9(04) COMP  VALUE 0.
      *> ------------------- DECIDED-PAIR TABLE ------------------------
       01  CDP-DC-MAX                      PIC 9(04) COMP  VALUE 2000.
       01  CDP-DC-CNT                      PIC 9(04) COMP  VALUE 0.
       01  CDP-DC-TAB.
           05  CDP-DC-ENTRY                OCCURS 2000 TIMES.
               10  CDP-DC-DUP-KEY          PIC X(48).
               10  CDP-DC-SURV-KEY         PIC X(48).
               10  CDP-DC-STATUS           PIC X(01).
       01  CDP-DX                          PIC 9(04) COMP  VALUE 0.
       01  CDP-DC-HIT                      PIC 9(04) COMP  VALUE 0.
       01  CDP-DC-OVERFLOW-CNT             PIC 9(06)       VALUE 0.
       01  CDP-PAIR-KEY.
           05  CDP-PK-NAME                 PIC X(23).
           05  CDP-PK-STREET               PIC X(20).
           05  CDP-PK-ZIP                  PIC 9(05).
      *> ------------------------ SCORING ------------------------------
       01  CDP-NAME-POINTS                 PIC 9(02)       VALUE 0.
       01  CDP-STREET-POINTS               PIC 9(02)       VALUE 0.
       01  CDP-SCORE                       PIC 9(03)       VALUE 0.
       01  CDP-CANDIDATE-SW                PIC X(01)       VALUE "N".
           88  CDP-CANDIDATE               VALUE "Y".
      *> ------------------------ SOUNDEX ------------------------------
      *> LETTERS CODE BY SOUND GROUP; A VOWEL (0) SEPARATES TWO RUNS
      *> OF ONE CODE, "H" AND "W" (*) DO NOT.  ANYTHING NOT A LETTER
      *> IS PASSED OVER, SO "VAN DYKE" AND "VANDYKE" KEY ALIKE.
       01  CDP-SDX-IN                      PIC X(20)       VALUE SPACES.
       01  CDP-SDX-CODES                   PIC X(20)       VALUE SPACES.
       01  CDP-SDX-OUT                     PIC X(04)       VALUE SPACES.
       01  CDP-SDX-PREV                    PIC X(01)       VALUE SPACE.
       01  CDP-SDX-IX                      PIC 9(02) COMP  VALUE 0.
       01  CDP-SDX-OX                      PIC 9(02) COMP  VALUE 0.
       01  CDP-SDX-START                   PIC 9(02) COMP  VALUE 0.
      *> ------------------- STREET NORMALIZATION ----------------------
       01  CDP-NRM-IN                      PIC X(20)       VALUE SPACES.
       01  CDP-NRM-OUT                     PIC X(20)       VALUE SPACES.
       01  CDP-NRM-HOUSE                   PIC X(10)       VALUE SPACES.
       01  CDP-NRM-REST                    PIC X(20)       VALUE SPACES.
       01  CDP-NRM-WORDS.
           05  CDP-NRM-WORD                PIC X(20) OCCURS 7 TIMES.
       01  CDP-NRM-WX                      PIC 9(02) COMP  VALUE 0.
       01  CDP-NRM-FIRST-WX                PIC 9(02) COMP  VALUE 0.
       01  CDP-NRM-OUT-PTR                 PIC 9(02) COMP  VALUE 0.
       01  CDP-NRM-REST-PTR                PIC 9(02) COMP  VALUE 0.
       01  CDP-ABV-STR.
           05  FILLER  PIC X(16) VALUE "STREET    ST    ".
           05  FILLER  PIC X(16) VALUE "STR       ST    ".
           05  FILLER  PIC X(16) VALUE "AVENUE    AVE   ".
           05  FILLER  PIC X(16) VALUE "AV        AVE   ".
           05  FILLER  PIC X(16) VALUE "AVN       AVE   ".
           05  FILLER  PIC X(16) VALUE "ROAD      RD    ".
           05  FILLER  PIC X(16) VALUE "DRIVE     DR    ".
           05  FILLER  PIC X(16) VALUE "BOULEVARD BLVD  ".
           05  FILLER  PIC X(16) VALUE "BOUL      BLVD  ".
           05  FILLER  PIC X(16) VALUE "LANE      LN    ".
           05  FILLER  PIC X(16) VALUE "COURT     CT    ".
           05  FILLER  PIC X(16) VALUE "PLACE     PL    ".
           05  FILLER  PIC X(16) VALUE "PARKWAY   PKWY  ".
           05  FILLER  PIC X(16) VALUE "HIGHWAY   HWY   ".
           05  FILLER  PIC X(16) VALUE "CIRCLE    CIR   ".
           05  FILLER  PIC X(16) VALUE "TERRACE   TER   ".
           05  FILLER  PIC X(16) VALUE "SQUARE    SQ    ".
           05  FILLER  PIC X(16) VALUE "TRAIL     TRL   ".
           05  FILLER  PIC X(16) VALUE "ROUTE     RTE   ".
           05  FILLER  PIC X(16) VALUE "NORTH     N     ".
           05  FILLER  PIC X(16) VALUE "SOUTH     S     ".
           05  FILLER  PIC X(16) VALUE "EAST      E     ".
           05  FILLER  PIC X(16) VALUE "WEST      W     ".
           05  FILLER  PIC X(16) VALUE "APARTMENT APT   ".
           05  FILLER  PIC X(16) VALUE "SUITE     STE   ".
       01  CDP-ABV-TAB REDEFINES CDP-ABV-STR.
           05  CDP-ABV-ENTRY               OCCURS 25 TIMES.
               10  CDP-ABV-WORD            PIC X(10).
               10  CDP-ABV-SHORT           PIC X(06).
       01  CDP-ABV-CNT                     PIC 9(02) COMP  VALUE 25.
       01  CDP-AX                          PIC 9(02) COMP  VALUE 0.
       01  CDP-ABV-HIT                     PIC 9(02) COMP  VALUE 0.
      *> ----------------------- COUNTERS ------------------------------
       01  CDP-IN-CNT                      PIC 9(08)       VALUE 0.
       01  CDP-MERGED-CNT                  PIC 9(08)       VALUE 0.
       01  CDP-PAIR-CNT                    PIC 9(08)       VALUE 0.
       01  CDP-DECIDED-CNT                 PIC 9(08)       VALUE 0.
       01  CDP-BELOW-CNT                   PIC 9(08)       VALUE 0.
      *> THE SHARED ACCESS-LOG WORK FIELDS - SEE ACCLOGWS.cpy.
       COPY ACCLOGWS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-DECISIONS THRU 1100-EXIT
           PERFORM 1200-LOAD-ONE-CUSTOMER THRU 1200-EXIT
               UNTIL CDP-EOF
           IF NOT CDP-HALTED
               PERFORM 2000-PAIR-ONE-CUSTOMER THRU 2000-EXIT
                   VARYING CDP-IX FROM 1 BY 1
                   UNTIL CDP-IX > CDP-CU-CNT
           END-IF
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 7850-POST-ACCESS-LOG THRU 7850-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT DUPPRM-FILE
           IF CDP-DUPPRM-OK
               READ DUPPRM-FILE
                   AT END
                       MOVE 70 TO CDP-PARM-THRESHOLD
               END-READ
               CLOSE DUPPRM-FILE
               IF CDP-PARM-THRESHOLD NOT NUMERIC
                   OR CDP-PARM-THRESHOLD = 0
                   OR CDP-PARM-THRESHOLD > 100
                   DISPLAY "CUSTDUP - DUPPRM THRESHOLD NOT 001-100 "
                       "- RUN REFUSED"
                   PERFORM 1900-HALT-RUN THRU 1900-EXIT
                   GO TO 1000-EXIT
               END-IF
               MOVE CDP-PARM-THRESHOLD TO CDP-THRESHOLD
           END-IF
           OPEN INPUT CUSTEXT-FILE
           IF NOT CDP-CUSTEXT-OK
               DISPLAY "CUSTDUP - UNABLE TO OPEN CUSTEXT, STATUS="
                   CDP-CUSTEXT-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CDP-CUSTEXT-OPENED-SW
           OPEN OUTPUT DUPREV-FILE
           IF NOT CDP-DUPREV-OK
               DISPLAY "CUSTDUP - UNABLE TO OPEN DUPREV, STATUS="
                   CDP-DUPREV-STATUS
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CDP-DUPREV-OPENED-SW.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-DECISIONS.
           IF CDP-HALTED
               GO TO 1100-EXIT
           END-IF
           OPEN INPUT DUPSURV-FILE
           IF NOT CDP-DUPSURV-OK
               IF CDP-DUPSURV-STATUS = "05"
                   CLOSE DUPSURV-FILE
               ELSE
                   DISPLAY "CUSTDUP - DUPSURV NOT READABLE, STATUS="
                       CDP-DUPSURV-STATUS
                       " - DECIDED PAIRS MAY BE PROPOSED AGAIN"
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LOAD-ONE-DECISION THRU 1110-EXIT
               UNTIL CDP-EOF
           CLOSE DUPSURV-FILE
           MOVE "N" TO CDP-EOF-SW.
       1100-EXIT.
           EXIT.
      *
       1110-LOAD-ONE-DECISION.
           READ DUPSURV-FILE
               AT END
                   MOVE "Y" TO CDP-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF CDP-DC-CNT >= CDP-DC-MAX
               ADD 1 TO CDP-DC-OVERFLOW-CNT
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO CDP-DC-CNT
           MOVE DSV-DUP-NAME    TO CDP-PK-NAME
           MOVE DSV-DUP-STREET  TO CDP-PK-STREET
           MOVE DSV-DUP-ZIP     TO CDP-PK-ZIP
           MOVE CDP-PAIR-KEY    TO CDP-DC-DUP-KEY (CDP-DC-CNT)
           MOVE DSV-SURV-NAME   TO CDP-PK-NAME
           MOVE DSV-SURV-STREET TO CDP-PK-STREET
           MOVE DSV-SURV-ZIP    TO CDP-PK-ZIP
           MOVE CDP-PAIR-KEY    TO CDP-DC-SURV-KEY (CDP-DC-CNT)
           MOVE DSV-STATUS      TO CDP-DC-STATUS (CDP-DC-CNT).
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-LOAD-ONE-CUSTOMER - TABLES THE RECORD WITH ITS PHONETIC *
      *  KEY AND NORMALIZED STREET.  A CUSTOMER ALREADY CONFIRMED AS  *
      *  A DUPLICATE IS TABLED BUT MARKED, SO IT IS NEVER PAIRED.     *
      ******************************************************************
       1200-LOAD-ONE-CUSTOMER.
           READ CUSTEXT-FILE
               AT END
                   MOVE "Y" TO CDP-EOF-SW
                   GO TO 1200-EXIT
           END-READ
           ADD 1 TO CDP-IN-CNT
           IF CDP-CU-CNT >= CDP-CU-MAX
               DISPLAY "CUSTDUP - CUSTOMER TABLE FULL AT " CDP-CU-MAX
                   " - RUN HALTED, REVIEW FILE INCOMPLETE"
               PERFORM 1900-HALT-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO CDP-CU-CNT
           MOVE CUSTOMER-NAME    TO CDP-CU-NAME (CDP-CU-CNT)
           MOVE STREET-ADDRESS   TO CDP-CU-STREET (CDP-CU-CNT)
           MOVE CITY             TO CDP-CU-CITY (CDP-CU-CNT)
           MOVE STATE            TO CDP-CU-STATE (CDP-CU-CNT)
           IF ZIP-CODE NUMERIC
               MOVE ZIP-CODE     TO CDP-CU-ZIP (CDP-CU-CNT)
           ELSE
               MOVE 0            TO CDP-CU-ZIP (CDP-CU-CNT)
           END-IF
           MOVE CUSTOMER-TYPE-CD TO CDP-CU-TYPE (CDP-CU-CNT)
           MOVE SPACES TO CDP-CU-PHONETIC (CDP-CU-CNT)
           IF CUSTOMER-IS-BUSINESS
               MOVE BUSINESS TO CDP-SDX-IN
               PERFORM 7100-SOUNDEX THRU 7100-EXIT
               MOVE CDP-SDX-OUT TO CDP-CU-LAST-SDX (CDP-CU-CNT)
           ELSE
               MOVE LAST-NAME TO CDP-SDX-IN
               PERFORM 7100-SOUNDEX THRU 7100-EXIT
               MOVE CDP-SDX-OUT TO CDP-CU-LAST-SDX (CDP-CU-CNT)
               MOVE FIRST-NAME TO CDP-SDX-IN
               PERFORM 7100-SOUNDEX THRU 7100-EXIT
               MOVE CDP-SDX-OUT TO CDP-CU-FIRST-SDX (CDP-CU-CNT)
           END-IF
           MOVE STREET-ADDRESS TO CDP-NRM-IN
           PERFORM 7200-NORMALIZE-STREET THRU 7200-EXIT
           MOVE CDP-NRM-OUT   TO CDP-CU-NORM-STREET (CDP-CU-CNT)
           MOVE CDP-NRM-HOUSE TO CDP-CU-HOUSE (CDP-CU-CNT)
           MOVE CDP-NRM-REST  TO CDP-SDX-IN
           PERFORM 7100-SOUNDEX THRU 7100-EXIT
           MOVE CDP-SDX-OUT   TO CDP-CU-STNAME-SDX (CDP-CU-CNT)
           MOVE "N" TO CDP-CU-MERGED-SW (CDP-CU-CNT)
           MOVE CDP-CU-KEY (CDP-CU-CNT) TO CDP-PAIR-KEY
           PERFORM 1210-MATCH-ONE-MERGE THRU 1210-EXIT
               VARYING CDP-DX FROM 1 BY 1
               UNTIL CDP-DX > CDP-DC-CNT
               OR CDP-CU-MERGED (CDP-CU-CNT)
           IF CDP-CU-MERGED (CDP-CU-CNT)
               ADD 1 TO CDP-MERGED-CNT
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1210-MATCH-ONE-MERGE.
           IF CDP-DC-STATUS (CDP-DX) = "C"
               AND CDP-DC-DUP-KEY (CDP-DX) = CDP-PAIR-KEY
               MOVE "Y" TO CDP-CU-MERGED-SW (CDP-CU-CNT)
           END-IF.
       1210-EXIT.
           EXIT.
      *
       1900-HALT-RUN.
           MOVE "Y" TO CDP-HALTED-SW
           MOVE "Y" TO CDP-EOF-SW
           MOVE 16 TO RETURN-CODE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-PAIR-ONE-CUSTOMER - EACH CUSTOMER AGAINST EVERY LATER   *
      *  CUSTOMER OF ITS ZIP-CODE, SO EACH PAIR IS SCORED ONCE WITH   *
      *  THE EARLIER RECORD PROPOSED AS THE SURVIVOR.                 *
      ******************************************************************
       2000-PAIR-ONE-CUSTOMER.
           IF CDP-CU-MERGED (CDP-IX)
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SCORE-ONE-PAIR THRU 2100-EXIT
               VARYING CDP-JX FROM CDP-IX BY 1
               UNTIL CDP-JX >= CDP-CU-CNT.
       2000-EXIT.
           EXIT.
      *
      *> CDP-JX RUNS ONE BEHIND THE PARTNER SO THE LOOP CAN END ON THE
      *> LAST ENTRY WITHOUT SUBSCRIPTING PAST IT.
       2100-SCORE-ONE-PAIR.
           ADD 1 TO CDP-JX
           IF CDP-CU-MERGED (CDP-JX)
               OR CDP-CU-ZIP (CDP-JX) NOT = CDP-CU-ZIP (CDP-IX)
               OR CDP-CU-TYPE (CDP-JX) NOT = CDP-CU-TYPE (CDP-IX)
               GO TO 2199-STEP-BACK
           END-IF
           PERFORM 2200-SCORE-NAMES THRU 2200-EXIT
           IF NOT CDP-CANDIDATE
               GO TO 2199-STEP-BACK
           END-IF
           PERFORM 2300-SCORE-STREETS THRU 2300-EXIT
           COMPUTE CDP-SCORE = CDP-NAME-POINTS + CDP-STREET-POINTS
           IF CDP-SCORE < CDP-THRESHOLD
               ADD 1 TO CDP-BELOW-CNT
               GO TO 2199-STEP-BACK
           END-IF
           PERFORM 2400-CHECK-DECIDED THRU 2400-EXIT
           IF CDP-DC-HIT > 0
               ADD 1 TO CDP-DECIDED-CNT
               GO TO 2199-STEP-BACK
           END-IF
           PERFORM 2500-WRITE-REVIEW-ROW THRU 2500-EXIT.
       2199-STEP-BACK.
           SUBTRACT 1 FROM CDP-JX.
       2100-EXIT.
           EXIT.
      *
       2200-SCORE-NAMES.
           MOVE "N" TO CDP-CANDIDATE-SW
           MOVE 0 TO CDP-NAME-POINTS
           IF CDP-CU-TYPE (CDP-IX) = "B"
               EVALUATE TRUE
                   WHEN CDP-CU-LAST (CDP-IX) = CDP-CU-LAST (CDP-JX)
                       MOVE 60 TO CDP-NAME-POINTS
                   WHEN CDP-CU-LAST-SDX (CDP-IX)
                           = CDP-CU-LAST-SDX (CDP-JX)
                       MOVE 45 TO CDP-NAME-POINTS
                   WHEN OTHER
                       GO TO 2200-EXIT
               END-EVALUATE
               MOVE "Y" TO CDP-CANDIDATE-SW
               GO TO 2200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CDP-CU-LAST (CDP-IX) = CDP-CU-LAST (CDP-JX)
                   MOVE 40 TO CDP-NAME-POINTS
               WHEN CDP-CU-LAST-SDX (CDP-IX)
                       = CDP-CU-LAST-SDX (CDP-JX)
                   MOVE 30 TO CDP-NAME-POINTS
               WHEN OTHER
                   GO TO 2200-EXIT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CDP-CU-FIRST (CDP-IX) = CDP-CU-FIRST (CDP-JX)
                   ADD 20 TO CDP-NAME-POINTS
               WHEN CDP-CU-FIRST (CDP-IX) = SPACES
                   OR CDP-CU-FIRST (CDP-JX) = SPACES
                   ADD 5 TO CDP-NAME-POINTS
               WHEN CDP-CU-FIRST (CDP-IX) (1:1)
                       NOT = CDP-CU-FIRST (CDP-JX) (1:1)
                   GO TO 2200-EXIT
               WHEN CDP-CU-FIRST-SDX (CDP-IX)
                       = CDP-CU-FIRST-SDX (CDP-JX)
                   ADD 15 TO CDP-NAME-POINTS
               WHEN OTHER
                   ADD 10 TO CDP-NAME-POINTS
           END-EVALUATE
           MOVE "Y" TO CDP-CANDIDATE-SW.
       2200-EXIT.
           EXIT.
      *
       2300-SCORE-STREETS.
           MOVE 0 TO CDP-STREET-POINTS
           IF CDP-CU-NORM-STREET (CDP-IX)
               = CDP-CU-NORM-STREET (CDP-JX)
               MOVE 40 TO CDP-STREET-POINTS
               GO TO 2300-EXIT
           END-IF
           IF CDP-CU-HOUSE (CDP-IX) = SPACES
               OR CDP-CU-HOUSE (CDP-IX) NOT = CDP-CU-HOUSE (CDP-JX)
               GO TO 2300-EXIT
           END-IF
           IF CDP-CU-STNAME-SDX (CDP-IX) = CDP-CU-STNAME-SDX (CDP-JX)
               MOVE 30 TO CDP-STREET-POINTS
           ELSE
               MOVE 10 TO CDP-STREET-POINTS
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *> A DECISION COVERS THE PAIR WHICHEVER WAY ROUND IT WAS MADE.
       2400-CHECK-DECIDED.
           MOVE 0 TO CDP-DC-HIT
           PERFORM 2410-MATCH-ONE-DECISION THRU 2410-EXIT
               VARYING CDP-DX FROM 1 BY 1
               UNTIL CDP-DX > CDP-DC-CNT OR CDP-DC-HIT > 0.
       2400-EXIT.
           EXIT.
      *
       2410-MATCH-ONE-DECISION.
           IF (CDP-DC-DUP-KEY (CDP-DX) = CDP-CU-KEY (CDP-JX)
                   AND CDP-DC-SURV-KEY (CDP-DX) = CDP-CU-KEY (CDP-IX))
               OR (CDP-DC-DUP-KEY (CDP-DX) = CDP-CU-KEY (CDP-IX)
                   AND CDP-DC-SURV-KEY (CDP-DX) = CDP-CU-KEY (CDP-JX))
               MOVE CDP-DX TO CDP-DC-HIT
           END-IF.
       2410-EXIT.
           EXIT.
      *
       2500-WRITE-REVIEW-ROW.
           MOVE SPACE                    TO DRV-DECISION
           MOVE CDP-SCORE                TO DRV-SCORE
           MOVE CDP-NAME-POINTS          TO DRV-NAME-POINTS
           MOVE CDP-STREET-POINTS        TO DRV-STREET-POINTS
           MOVE CDP-CU-TYPE (CDP-IX)     TO DRV-TYPE-CD
           MOVE CDP-CU-NAME (CDP-IX)     TO DRV-1-NAME
           MOVE CDP-CU-STREET (CDP-IX)   TO DRV-1-STREET
           MOVE CDP-CU-CITY (CDP-IX)     TO DRV-1-CITY
           MOVE CDP-CU-STATE (CDP-IX)    TO DRV-1-STATE
           MOVE CDP-CU-ZIP (CDP-IX)      TO DRV-1-ZIP
           MOVE CDP-CU-PHONETIC (CDP-IX) TO DRV-1-PHONETIC
           MOVE CDP-CU-NAME (CDP-JX)     TO DRV-2-NAME
           MOVE CDP-CU-STREET (CDP-JX)   TO DRV-2-STREET
           MOVE CDP-CU-CITY (CDP-JX)     TO DRV-2-CITY
           MOVE CDP-CU-STATE (CDP-JX)    TO DRV-2-STATE
           MOVE CDP-CU-ZIP (CDP-JX)      TO DRV-2-ZIP
           MOVE CDP-CU-PHONETIC (CDP-JX) TO DRV-2-PHONETIC
           WRITE DUPLICATE-REVIEW-RECORD
           ADD 1 TO CDP-PAIR-CNT.
       2500-EXIT.
           EXIT.
      *
       4000-SUMMARIZE.
           DISPLAY "CUSTDUP - " CDP-IN-CNT " CUSTOMERS READ, "
               CDP-MERGED-CNT " ALREADY MERGED, " CDP-PAIR-CNT
               " PAIRS FOR REVIEW AT THRESHOLD " CDP-THRESHOLD
           DISPLAY "CUSTDUP - " CDP-DECIDED-CNT
               " PAIRS ALREADY DECIDED, " CDP-BELOW-CNT
               " CANDIDATES BELOW THRESHOLD"
           IF CDP-DC-OVERFLOW-CNT > 0
               DISPLAY "CUSTDUP - DECISION TABLE FULL AT " CDP-DC-MAX
                   ", " CDP-DC-OVERFLOW-CNT " DECISIONS NOT LOADED - "
                   "DECIDED PAIRS MAY BE PROPOSED AGAIN"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7100-SOUNDEX - CDP-SDX-IN TO ITS FOUR-BYTE PHONETIC KEY IN   *
      *  CDP-SDX-OUT: THE FIRST LETTER, THEN THE CODES OF THE NEXT    *
      *  THREE SOUND GROUPS, ZERO-FILLED.  NO LETTER AT ALL LEAVES    *
      *  THE KEY BLANK.                                               *
      ******************************************************************
       7100-SOUNDEX.
           MOVE SPACES TO CDP-SDX-OUT
           INSPECT CDP-SDX-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO CDP-SDX-START
           PERFORM 7110-FIND-FIRST-LETTER THRU 7110-EXIT
               VARYING CDP-SDX-IX FROM 1 BY 1
               UNTIL CDP-SDX-IX > 20 OR CDP-SDX-START > 0
           IF CDP-SDX-START = 0
               GO TO 7100-EXIT
           END-IF
           MOVE CDP-SDX-IN TO CDP-SDX-CODES
           INSPECT CDP-SDX-CODES CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "0123012*02245501262301*202"
           MOVE "0000" TO CDP-SDX-OUT
           MOVE CDP-SDX-IN (CDP-SDX-START:1) TO CDP-SDX-OUT (1:1)
           MOVE CDP-SDX-CODES (CDP-SDX-START:1) TO CDP-SDX-PREV
           MOVE 1 TO CDP-SDX-OX
           ADD 1 TO CDP-SDX-START
           PERFORM 7120-CODE-ONE-LETTER THRU 7120-EXIT
               VARYING CDP-SDX-IX FROM CDP-SDX-START BY 1
               UNTIL CDP-SDX-IX > 20 OR CDP-SDX-OX >= 4.
       7100-EXIT.
           EXIT.
      *
       7110-FIND-FIRST-LETTER.
           IF CDP-SDX-IN (CDP-SDX-IX:1) IS ALPHABETIC
               AND CDP-SDX-IN (CDP-SDX-IX:1) NOT = SPACE
               MOVE CDP-SDX-IX TO CDP-SDX-START
           END-IF.
       7110-EXIT.
           EXIT.
      *
       7120-CODE-ONE-LETTER.
           IF CDP-SDX-IN (CDP-SDX-IX:1) IS NOT ALPHABETIC
               OR CDP-SDX-IN (CDP-SDX-IX:1) = SPACE
               OR CDP-SDX-CODES (CDP-SDX-IX:1) = "*"
               GO TO 7120-EXIT
           END-IF
           IF CDP-SDX-CODES (CDP-SDX-IX:1) = "0"
               MOVE "0" TO CDP-SDX-PREV
               GO TO 7120-EXIT
           END-IF
           IF CDP-SDX-CODES (CDP-SDX-IX:1) NOT = CDP-SDX-PREV
               ADD 1 TO CDP-SDX-OX
               MOVE CDP-SDX-CODES (CDP-SDX-IX:1)
                   TO CDP-SDX-OUT (CDP-SDX-OX:1)
               MOVE CDP-SDX-CODES (CDP-SDX-IX:1) TO CDP-SDX-PREV
           END-IF.
       7120-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7200-NORMALIZE-STREET - CDP-NRM-IN TO CDP-NRM-OUT: PERIODS,  *
      *  COMMAS AND "#" DROPPED, EACH WORD CUT TO ITS ABBREVIATION,   *
      *  ONE BLANK BETWEEN WORDS.  A FIRST WORD STARTING WITH A DIGIT *
      *  IS THE HOUSE NUMBER (CDP-NRM-HOUSE); THE WORDS AFTER IT ARE  *
      *  THE STREET NAME (CDP-NRM-REST).                              *
      ******************************************************************
       7200-NORMALIZE-STREET.
           MOVE SPACES TO CDP-NRM-OUT
           MOVE SPACES TO CDP-NRM-HOUSE
           MOVE SPACES TO CDP-NRM-REST
           MOVE SPACES TO CDP-NRM-WORDS
           INSPECT CDP-NRM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,#"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ   "
           UNSTRING CDP-NRM-IN DELIMITED BY ALL SPACE
               INTO CDP-NRM-WORD (1) CDP-NRM-WORD (2)
                    CDP-NRM-WORD (3) CDP-NRM-WORD (4)
                    CDP-NRM-WORD (5) CDP-NRM-WORD (6)
                    CDP-NRM-WORD (7)
           END-UNSTRING
           MOVE 0 TO CDP-NRM-FIRST-WX
           MOVE 1 TO CDP-NRM-OUT-PTR
           MOVE 1 TO CDP-NRM-REST-PTR
           PERFORM 7210-NORMALIZE-ONE-WORD THRU 7210-EXIT
               VARYING CDP-NRM-WX FROM 1 BY 1
               UNTIL CDP-NRM-WX > 7.
       7200-EXIT.
           EXIT.
      *
       7210-NORMALIZE-ONE-WORD.
           IF CDP-NRM-WORD (CDP-NRM-WX) = SPACES
               GO TO 7210-EXIT
           END-IF
           MOVE 0 TO CDP-ABV-HIT
           PERFORM 7220-MATCH-ONE-ABBREVIATION THRU 7220-EXIT
               VARYING CDP-AX FROM 1 BY 1
               UNTIL CDP-AX > CDP-ABV-CNT OR CDP-ABV-HIT > 0
           IF CDP-ABV-HIT > 0
               MOVE CDP-ABV-SHORT (CDP-ABV-HIT)
                   TO CDP-NRM-WORD (CDP-NRM-WX)
           END-IF
           IF CDP-NRM-OUT-PTR > 1 AND CDP-NRM-OUT-PTR < 21
               STRING " " DELIMITED BY SIZE
                   INTO CDP-NRM-OUT WITH POINTER CDP-NRM-OUT-PTR
               END-STRING
           END-IF
           IF CDP-NRM-OUT-PTR < 21
               STRING CDP-NRM-WORD (CDP-NRM-WX) DELIMITED BY SPACE
                   INTO CDP-NRM-OUT WITH POINTER CDP-NRM-OUT-PTR
               END-STRING
           END-IF
           IF CDP-NRM-FIRST-WX = 0
               MOVE CDP-NRM-WX TO CDP-NRM-FIRST-WX
               IF CDP-NRM-WORD (CDP-NRM-WX) (1:1) IS NUMERIC
                   MOVE CDP-NRM-WORD (CDP-NRM-WX) TO CDP-NRM-HOUSE
                   GO TO 7210-EXIT
               END-IF
           END-IF
           IF CDP-NRM-REST-PTR > 1 AND CDP-NRM-REST-PTR < 21
               STRING " " DELIMITED BY SIZE
                   INTO CDP-NRM-REST WITH POINTER CDP-NRM-REST-PTR
               END-STRING
           END-IF
           IF CDP-NRM-REST-PTR < 21
               STRING CDP-NRM-WORD (CDP-NRM-WX) DELIMITED BY SPACE
                   INTO CDP-NRM-REST WITH POINTER CDP-NRM-REST-PTR
               END-STRING
           END-IF.
       7210-EXIT.
           EXIT.
      *
       7220-MATCH-ONE-ABBREVIATION.
           IF CDP-ABV-WORD (CDP-AX) = CDP-NRM-WORD (CDP-NRM-WX)
               MOVE CDP-AX TO CDP-ABV-HIT
           END-IF.
       7220-EXIT.
           EXIT.
      *
       7850-POST-ACCESS-LOG.
           IF NOT CDP-CUSTEXT-OPENED
               GO TO 7850-EXIT
           END-IF
           MOVE "CUSTDUP " TO AXL-WS-PROGRAM
           MOVE "CUSTEXT " TO AXL-WS-EXTRACT-DD
           MOVE CDP-IN-CNT TO AXL-WS-RECORDS-READ
           PERFORM 7900-WRITE-ACCESS-LOG THRU 7900-EXIT.
       7850-EXIT.
           EXIT.
      *
      *> SHARED EXTRACT ACCESS-LOG WRITE PARAGRAPH - SEE ACCLOGWR.cpy.
       COPY ACCLOGWR.
      *
       8500-POST-RUN-LOG.
           MOVE "CUSTDUP " TO RNL-WS-PROGRAM
           MOVE CDP-IN-CNT       TO RNL-WS-RECORDS-IN
           MOVE CDP-PAIR-CNT     TO RNL-WS-RECORDS-OUT
           MOVE CDP-MERGED-CNT   TO RNL-WS-RECORDS-SUSP
           MOVE CDP-CU-CNT       TO RNL-WS-TABLE-PEAK (1)
           MOVE CDP-DC-CNT       TO RNL-WS-TABLE-PEAK (2)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF CDP-CUSTEXT-OPENED
               CLOSE CUSTEXT-FILE
           END-IF
           IF CDP-DUPREV-OPENED
               CLOSE DUPREV-FILE
           END-IF.
