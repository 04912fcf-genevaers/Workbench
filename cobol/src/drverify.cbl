      ******************************************************************
      **                                                               *
      **  PROGRAM      DRVERIFY                                        *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  DISASTER-RECOVERY COPY VERIFICATION.  THE      *
      **      MASTERS (MASTKEY, LRMASTER, MASTHIST), THE REFERENCE     *
      **      TABLES (HCODEREF, COCDREF, STUFFREF, STATEREF, REGNREF,  *
      **      ALOCFACT) AND AUTHTAB ARE REPLICATED TO THE DR SITE.     *
      **      THIS PROGRAM READS EACH PRODUCTION FILE BESIDE ITS DR    *
      **      TWIN (THE DR DD NAMES ARE IN THE PAIR TABLE BELOW) AND   *
      **      TAKES FOR EACH SIDE A RECORD COUNT AND A CONTENT HASH -  *
      **      THE SAME RULE AUDHSHWS.cpy GIVES THE AUDIT CHAIN: EVERY  *
      **      BYTE OF THE RECORD TIMES ITS POSITION, FOLDED RECORD BY  *
      **      RECORD AS (PRIOR HASH * 1009 + SUM) MODULO 10**12, SO A  *
      **      CHANGED, MISSING OR REORDERED RECORD MOVES THE HASH.     *
      **      THE TWO FILES ARE READ IN STEP; FOR THE KEYED MASTERS    *
      **      (MASTKEY, LRMASTER - READ IN KEY ORDER) THE FIRST KEY    *
      **      WHERE THEY PART IS REPORTED WITH WHETHER THE ROW IS      *
      **      MISSING ON DR, EXTRA ON DR OR DIFFERENT IN CONTENT; FOR  *
      **      THE OTHERS THE FIRST DIFFERING RECORD NUMBER.  THE       *
      **      CERTIFICATE ON DD DRCERT LISTS EVERY PAIR AS IN-SYNC,    *
      **      DIVERGED, NOT PRESENT (NEITHER COPY CATALOGUED) OR       *
      **      UNREADABLE, AND EVERY DIVERGED OR UNREADABLE PAIR RAISES *
      **      AN ALERT NOTICE (ALERTWS/ALERTWR).                       *
      **                                                               *
      **      RETURN-CODE 04 - A PAIR WAS NOT PRESENT ON EITHER SIDE;  *
      **      08 - ONE OR MORE PAIRS DIVERGED; 16 - A FILE COULD NOT   *
      **      BE OPENED OR READ, OR DRCERT COULD NOT BE OPENED.        *
      **                                                               *
      **  MODIFICATION HISTORY.                                        *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> EVERY PRODUCTION AND DR FILE IS OPTIONAL - A FILE MISSING ON
      *> ONE SIDE IS A FINDING FOR THE CERTIFICATE, NOT AN ABEND.  ALL
      *> THE PRODUCTION FILES SHARE ONE STATUS FIELD AND ALL THE DR
      *> FILES ANOTHER, SINCE ONLY ONE PAIR IS OPEN AT A TIME.
           SELECT OPTIONAL MASTKEY-FILE ASSIGN TO "MASTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MKY-KEY OF MASTER-KEYED-RECORD
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRMASTKY-FILE ASSIGN TO "DRMASTKY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MKY-KEY OF DRMASTKY-RECORD
               FILE STATUS IS DRV-DR-STATUS.
           SELECT OPTIONAL LRMASTER-FILE ASSIGN TO "LRMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LRM-KEY OF LR-MASTER-RECORD
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRLRMAST-FILE ASSIGN TO "DRLRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LRM-KEY OF DRLRMAST-RECORD
               FILE STATUS IS DRV-DR-STATUS.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE HISTORY ROW CARRIES A
      *> COMP-3 AMOUNT.
           SELECT OPTIONAL MASTHIST-FILE ASSIGN TO "MASTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRMSTHST-FILE ASSIGN TO "DRMSTHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRV-DR-STATUS.
           SELECT OPTIONAL HCODEREF-FILE ASSIGN TO "HCODEREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRHCODE-FILE ASSIGN TO "DRHCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-DR-STATUS.
           SELECT OPTIONAL COCDREF-FILE ASSIGN TO "COCDREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRCOCD-FILE ASSIGN TO "DRCOCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-DR-STATUS.
           SELECT OPTIONAL STUFFREF-FILE ASSIGN TO "STUFFREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRSTUFF-FILE ASSIGN TO "DRSTUFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-DR-STATUS.
           SELECT OPTIONAL STATEREF-FILE ASSIGN TO "STATEREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRSTATE-FILE ASSIGN TO "DRSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-DR-STATUS.
           SELECT OPTIONAL REGNREF-FILE ASSIGN TO "REGNREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRREGN-FILE ASSIGN TO "DRREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-DR-STATUS.
           SELECT OPTIONAL ALOCFACT-FILE ASSIGN TO "ALOCFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRALOCF-FILE ASSIGN TO "DRALOCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-DR-STATUS.
           SELECT OPTIONAL AUTHTAB-FILE ASSIGN TO "AUTHTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-PROD-STATUS.
           SELECT OPTIONAL DRAUTHTB-FILE ASSIGN TO "DRAUTHTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-DR-STATUS.
           SELECT DRCERT-FILE   ASSIGN TO "DRCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRV-DRCERT-STATUS.
           SELECT OPTIONAL CCBALERT-FILE ASSIGN TO "CCBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALT-WS-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTKEY-FILE.
       COPY MASTKREC.
       FD  DRMASTKY-FILE.
       COPY MASTKREC
           REPLACING MASTER-KEYED-RECORD BY DRMASTKY-RECORD.
       FD  LRMASTER-FILE.
       COPY LRMASREC.
       FD  DRLRMAST-FILE.
       COPY LRMASREC
           REPLACING LR-MASTER-RECORD BY DRLRMAST-RECORD.
       FD  MASTHIST-FILE.
       COPY MASTHREC.
       FD  DRMSTHST-FILE.
       COPY MASTHREC
           REPLACING MASTER-HIST-RECORD BY DRMSTHST-RECORD.
       FD  HCODEREF-FILE.
       COPY HCODEREF.
       FD  DRHCODE-FILE.
       COPY HCODEREF
           REPLACING HCODEREF-RECORD BY DRHCODE-RECORD.
       FD  COCDREF-FILE.
       COPY COCDREF.
       FD  DRCOCD-FILE.
       COPY COCDREF
           REPLACING COCDREF-RECORD BY DRCOCD-RECORD.
       FD  STUFFREF-FILE.
       COPY STUFFREF.
       FD  DRSTUFF-FILE.
       COPY STUFFREF
           REPLACING STUFFREF-RECORD BY DRSTUFF-RECORD.
       FD  STATEREF-FILE.
       COPY STATEREF.
       FD  DRSTATE-FILE.
       COPY STATEREF
           REPLACING STATEREF-RECORD BY DRSTATE-RECORD.
       FD  REGNREF-FILE.
       COPY REGNREF.
       FD  DRREGN-FILE.
       COPY REGNREF
           REPLACING REGNREF-RECORD BY DRREGN-RECORD.
       FD  ALOCFACT-FILE.
       COPY ALOCFACT.
       FD  DRALOCF-FILE.
       COPY ALOCFACT
           REPLACING ALOCFACT-RECORD BY DRALOCF-RECORD.
       FD  AUTHTAB-FILE.
       COPY AUTHREC.
       FD  DRAUTHTB-FILE.
       COPY AUTHREC
           REPLACING AUTH-TABLE-RECORD BY DRAUTHTB-RECORD.
       FD  DRCERT-FILE.
       01  DRCERT-RECORD                   PIC X(110).
       FD  CCBALERT-FILE.
       COPY CCBALERT.
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED ALERT-NOTICE WORK FIELDS - SEE ALERTWS.cpy.
       COPY ALERTWS.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
      *> "05" IS OPTIONAL-FILE-CREATED - THE FILE IS NOT CATALOGUED
      *> ON THAT SIDE, AND READS AS EMPTY.
       01  DRV-PROD-STATUS                 PIC XX.
           88  DRV-PROD-OK                 VALUE "00".
           88  DRV-PROD-ABSENT             VALUE "05".
           88  DRV-PROD-AT-END             VALUE "10".
       01  DRV-DR-STATUS                   PIC XX.
           88  DRV-DR-OK                   VALUE "00".
           88  DRV-DR-ABSENT               VALUE "05".
           88  DRV-DR-AT-END               VALUE "10".
       01  DRV-DRCERT-STATUS               PIC XX.
           88  DRV-DRCERT-OK               VALUE "00".
      *> WHETHER THE CERTIFICATE IS OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  DRV-DRCERT-OPENED-SW            PIC X(01)       VALUE "N".
           88  DRV-DRCERT-OPENED           VALUE "Y".
      *> ------------------- PAIR TABLE -------------------------------
      *> ONE ROW PER REPLICATED FILE - THE PRODUCTION DD, ITS DR TWIN,
      *> THE KEY LENGTH (ZERO FOR A FILE COMPARED BY RECORD NUMBER)
      *> AND THE RECORD LENGTH HASHED.  THE ROW NUMBER SELECTS THE FD
      *> PAIR IN 2100/2200/2300/2400, SO A NEW PAIR NEEDS A ROW HERE
      *> AND A WHEN IN EACH OF THOSE.
      *> PROD(8) DR(8) KEY(2) RECORD(3) - 21 BYTES A ROW.
       01  DRV-PAIR-STR.
           05  FILLER                      PIC X(21)       VALUE
               "MASTKEY DRMASTKY09046".
           05  FILLER                      PIC X(21)       VALUE
               "LRMASTERDRLRMAST38405".
           05  FILLER                      PIC X(21)       VALUE
               "MASTHISTDRMSTHST00033".
           05  FILLER                      PIC X(21)       VALUE
               "HCODEREFDRHCODE 00022".
           05  FILLER                      PIC X(21)       VALUE
               "COCDREF DRCOCD  00020".
           05  FILLER                      PIC X(21)       VALUE
               "STUFFREFDRSTUFF 00078".
           05  FILLER                      PIC X(21)       VALUE
               "STATEREFDRSTATE 00032".
           05  FILLER                      PIC X(21)       VALUE
               "REGNREF DRREGN  00044".
           05  FILLER                      PIC X(21)       VALUE
               "ALOCFACTDRALOCF 00021".
           05  FILLER                      PIC X(21)       VALUE
               "AUTHTAB DRAUTHTB00018".
       01  DRV-PAIR-TBL REDEFINES DRV-PAIR-STR.
           05  DRV-PAIR-ENTRY              OCCURS 10 TIMES.
               10  DRV-PAIR-PROD-DD        PIC X(08).
               10  DRV-PAIR-DR-DD          PIC X(08).
               10  DRV-PAIR-KEY-LEN        PIC 9(02).
               10  DRV-PAIR-REC-LEN        PIC 9(03).
       01  DRV-PAIR-CNT                    PIC 9(04)       VALUE 10.
       01  DRV-PX                          PIC 9(04) COMP  VALUE 0.
      *> ------------------- CURRENT PAIR -----------------------------
       01  DRV-KEY-LEN                     PIC 9(04) COMP  VALUE 0.
       01  DRV-REC-LEN                     PIC 9(04) COMP  VALUE 0.
       01  DRV-PROD-IMAGE                  PIC X(405)    VALUE SPACES.
       01  DRV-DR-IMAGE                    PIC X(405)    VALUE SPACES.
       01  DRV-PROD-CNT                    PIC 9(09)       VALUE 0.
       01  DRV-DR-CNT                      PIC 9(09)       VALUE 0.
       01  DRV-PROD-HASH                   PIC 9(12)       VALUE 0.
       01  DRV-DR-HASH                     PIC 9(12)       VALUE 0.
       01  DRV-PROD-EOF-SW                 PIC X(01)       VALUE "N".
           88  DRV-PROD-EOF                VALUE "Y".
       01  DRV-DR-EOF-SW                   PIC X(01)       VALUE "N".
           88  DRV-DR-EOF                  VALUE "Y".
       01  DRV-PROD-PRESENT-SW             PIC X(01)       VALUE "N".
           88  DRV-PROD-PRESENT            VALUE "Y".
       01  DRV-DR-PRESENT-SW               PIC X(01)       VALUE "N".
           88  DRV-DR-PRESENT              VALUE "Y".
       01  DRV-UNREADABLE-SW               PIC X(01)       VALUE "N".
           88  DRV-UNREADABLE              VALUE "Y".
       01  DRV-DIFF-SW                     PIC X(01)       VALUE "N".
           88  DRV-DIFF-FOUND              VALUE "Y".
       01  DRV-DIFF-REC                    PIC 9(09)       VALUE 0.
       01  DRV-DIFF-KEY                    PIC X(38)       VALUE SPACES.
       01  DRV-DIFF-REASON                 PIC X(24)       VALUE SPACES.
       01  DRV-FAIL-TEXT                   PIC X(40)       VALUE SPACES.
       01  DRV-VERDICT                     PIC X(12)       VALUE SPACES.
           88  DRV-IN-SYNC                 VALUE "IN-SYNC".
           88  DRV-DIVERGED                VALUE "DIVERGED".
           88  DRV-NOT-PRESENT             VALUE "NOT PRESENT".
           88  DRV-NOT-READ                VALUE "UNREADABLE".
      *> ------------------- CONTENT HASH -----------------------------
      *> THE AUDHSHWS RULE OVER A WHOLE RECORD IMAGE INSTEAD OF ITS
      *> 150-BYTE AUDIT CONTENT - DRV-BYTE-HI MUST STAY LOW-VALUE.
       01  DRV-HASH-IMAGE                  PIC X(405)    VALUE SPACES.
       01  DRV-CHAIN-HASH                  PIC 9(12)       VALUE 0.
       01  DRV-BYTE-SUM                    PIC 9(12)       VALUE 0.
       01  DRV-WORK                        PIC 9(16)       VALUE 0.
       01  DRV-MOD-Q                       PIC 9(07)       VALUE 0.
       01  DRV-IX                          PIC 9(04) COMP  VALUE 0.
       01  DRV-BYTE-PAIR.
           05  DRV-BYTE-HI                 PIC X(01).
           05  DRV-BYTE-LO                 PIC X(01).
       01  DRV-BYTE-NUM REDEFINES DRV-BYTE-PAIR
                                           PIC 9(04) COMP.
      *> ------------------- COUNTERS ---------------------------------
       01  DRV-SYNC-CNT                    PIC 9(04)       VALUE 0.
       01  DRV-DIVERGED-CNT                PIC 9(04)       VALUE 0.
       01  DRV-ABSENT-CNT                  PIC 9(04)       VALUE 0.
       01  DRV-UNREAD-CNT                  PIC 9(04)       VALUE 0.
       01  DRV-RECORDS-READ                PIC 9(09)       VALUE 0.
       01  DRV-NOW-DATE                    PIC 9(08)       VALUE 0.
       01  DRV-NOW-TIME                    PIC 9(08)       VALUE 0.
       01  DRV-CNT-TXT                     PIC ZZZZZZZZ9.
       01  DRV-CNT2-TXT                    PIC ZZZZZZZZ9.
       01  DRV-OUT-LINE                    PIC X(110)      VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-VERIFY-ONE-PAIR THRU 2000-EXIT
               VARYING DRV-PX FROM 1 BY 1
               UNTIL DRV-PX > DRV-PAIR-CNT
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
      ******************************************************************
      *  1000-INITIALIZE - OPEN THE CERTIFICATE AND WRITE ITS HEADING. *
      *  WITHOUT IT THE RUN HAS NOTHING TO SHOW, SO IT ENDS HERE WITH  *
      *  RC 16.                                                        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT DRV-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT DRV-NOW-TIME FROM TIME
           MOVE LOW-VALUE TO DRV-BYTE-HI
           OPEN OUTPUT DRCERT-FILE
           IF NOT DRV-DRCERT-OK
               DISPLAY "DRVERIFY - UNABLE TO OPEN DRCERT, STATUS="
                   DRV-DRCERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO DRV-DRCERT-OPENED-SW
           MOVE SPACES TO DRV-OUT-LINE
           STRING "DR COPY VERIFICATION CERTIFICATE  RUN "
               DRV-NOW-DATE " " DRV-NOW-TIME
               DELIMITED BY SIZE INTO DRV-OUT-LINE
           END-STRING
           WRITE DRCERT-RECORD FROM DRV-OUT-LINE
           MOVE SPACES TO DRCERT-RECORD
           WRITE DRCERT-RECORD
           MOVE SPACES TO DRV-OUT-LINE
           STRING "PRODUCTION DR COPY  PROD RECS    DR RECS"
               "  PROD HASH    DR HASH       VERDICT"
               DELIMITED BY SIZE INTO DRV-OUT-LINE
           END-STRING
           WRITE DRCERT-RECORD FROM DRV-OUT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-VERIFY-ONE-PAIR - ONE PRODUCTION FILE AGAINST ITS DR     *
      *  TWIN: OPEN BOTH, READ THEM IN STEP TO THE END OF THE LONGER,  *
      *  JUDGE AND CERTIFY.                                            *
      ******************************************************************
       2000-VERIFY-ONE-PAIR.
           MOVE DRV-PAIR-KEY-LEN (DRV-PX) TO DRV-KEY-LEN
           MOVE DRV-PAIR-REC-LEN (DRV-PX) TO DRV-REC-LEN
           MOVE 0 TO DRV-PROD-CNT DRV-DR-CNT
           MOVE 0 TO DRV-PROD-HASH DRV-DR-HASH
           MOVE 0 TO DRV-DIFF-REC
           MOVE SPACES TO DRV-DIFF-KEY DRV-DIFF-REASON DRV-FAIL-TEXT
           MOVE "N" TO DRV-PROD-EOF-SW DRV-DR-EOF-SW
           MOVE "N" TO DRV-PROD-PRESENT-SW DRV-DR-PRESENT-SW
           MOVE "N" TO DRV-UNREADABLE-SW DRV-DIFF-SW
           PERFORM 2100-OPEN-PAIR THRU 2100-EXIT
           IF NOT DRV-UNREADABLE
               PERFORM 2200-READ-PROD THRU 2200-EXIT
               PERFORM 2300-READ-DR THRU 2300-EXIT
               PERFORM 2500-COMPARE-STEP THRU 2500-EXIT
                   UNTIL DRV-PROD-EOF AND DRV-DR-EOF
           END-IF
           PERFORM 2400-CLOSE-PAIR THRU 2400-EXIT
           PERFORM 2700-JUDGE-PAIR THRU 2700-EXIT
           PERFORM 2800-CERTIFY-PAIR THRU 2800-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-OPEN-PAIR.
           EVALUATE DRV-PX
               WHEN 1
                   OPEN INPUT MASTKEY-FILE
                   OPEN INPUT DRMASTKY-FILE
               WHEN 2
                   OPEN INPUT LRMASTER-FILE
                   OPEN INPUT DRLRMAST-FILE
               WHEN 3
                   OPEN INPUT MASTHIST-FILE
                   OPEN INPUT DRMSTHST-FILE
               WHEN 4
                   OPEN INPUT HCODEREF-FILE
                   OPEN INPUT DRHCODE-FILE
               WHEN 5
                   OPEN INPUT COCDREF-FILE
                   OPEN INPUT DRCOCD-FILE
               WHEN 6
                   OPEN INPUT STUFFREF-FILE
                   OPEN INPUT DRSTUFF-FILE
               WHEN 7
                   OPEN INPUT STATEREF-FILE
                   OPEN INPUT DRSTATE-FILE
               WHEN 8
                   OPEN INPUT REGNREF-FILE
                   OPEN INPUT DRREGN-FILE
               WHEN 9
                   OPEN INPUT ALOCFACT-FILE
                   OPEN INPUT DRALOCF-FILE
               WHEN 10
                   OPEN INPUT AUTHTAB-FILE
                   OPEN INPUT DRAUTHTB-FILE
           END-EVALUATE
           IF DRV-PROD-OK
               MOVE "Y" TO DRV-PROD-PRESENT-SW
           END-IF
           IF DRV-DR-OK
               MOVE "Y" TO DRV-DR-PRESENT-SW
           END-IF
           IF NOT DRV-PROD-OK AND NOT DRV-PROD-ABSENT
               MOVE "Y" TO DRV-UNREADABLE-SW
               MOVE SPACES TO DRV-FAIL-TEXT
               STRING "PRODUCTION OPEN FAILED, STATUS "
                   DRV-PROD-STATUS
                   DELIMITED BY SIZE INTO DRV-FAIL-TEXT
               END-STRING
           END-IF
           IF NOT DRV-DR-OK AND NOT DRV-DR-ABSENT
               MOVE "Y" TO DRV-UNREADABLE-SW
               MOVE SPACES TO DRV-FAIL-TEXT
               STRING "DR COPY OPEN FAILED, STATUS "
                   DRV-DR-STATUS
                   DELIMITED BY SIZE INTO DRV-FAIL-TEXT
               END-STRING
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-READ-PROD - READ THE NEXT PRODUCTION RECORD INTO         *
      *  DRV-PROD-IMAGE.  A STATUS OTHER THAN 00 OR 10 ENDS THE PAIR   *
      *  AS UNREADABLE.                                                *
      ******************************************************************
       2200-READ-PROD.
           IF DRV-PROD-EOF
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO DRV-PROD-IMAGE
           EVALUATE DRV-PX
               WHEN 1
                   READ MASTKEY-FILE INTO DRV-PROD-IMAGE
               WHEN 2
                   READ LRMASTER-FILE INTO DRV-PROD-IMAGE
               WHEN 3
                   READ MASTHIST-FILE INTO DRV-PROD-IMAGE
               WHEN 4
                   READ HCODEREF-FILE INTO DRV-PROD-IMAGE
               WHEN 5
                   READ COCDREF-FILE INTO DRV-PROD-IMAGE
               WHEN 6
                   READ STUFFREF-FILE INTO DRV-PROD-IMAGE
               WHEN 7
                   READ STATEREF-FILE INTO DRV-PROD-IMAGE
               WHEN 8
                   READ REGNREF-FILE INTO DRV-PROD-IMAGE
               WHEN 9
                   READ ALOCFACT-FILE INTO DRV-PROD-IMAGE
               WHEN 10
                   READ AUTHTAB-FILE INTO DRV-PROD-IMAGE
           END-EVALUATE
           IF DRV-PROD-AT-END
               MOVE "Y" TO DRV-PROD-EOF-SW
               GO TO 2200-EXIT
           END-IF
           IF NOT DRV-PROD-OK
               MOVE "Y" TO DRV-PROD-EOF-SW DRV-UNREADABLE-SW
               MOVE SPACES TO DRV-FAIL-TEXT
               STRING "PRODUCTION READ FAILED, STATUS "
                   DRV-PROD-STATUS
                   DELIMITED BY SIZE INTO DRV-FAIL-TEXT
               END-STRING
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2300-READ-DR.
           IF DRV-DR-EOF
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO DRV-DR-IMAGE
           EVALUATE DRV-PX
               WHEN 1
                   READ DRMASTKY-FILE INTO DRV-DR-IMAGE
               WHEN 2
                   READ DRLRMAST-FILE INTO DRV-DR-IMAGE
               WHEN 3
                   READ DRMSTHST-FILE INTO DRV-DR-IMAGE
               WHEN 4
                   READ DRHCODE-FILE INTO DRV-DR-IMAGE
               WHEN 5
                   READ DRCOCD-FILE INTO DRV-DR-IMAGE
               WHEN 6
                   READ DRSTUFF-FILE INTO DRV-DR-IMAGE
               WHEN 7
                   READ DRSTATE-FILE INTO DRV-DR-IMAGE
               WHEN 8
                   READ DRREGN-FILE INTO DRV-DR-IMAGE
               WHEN 9
                   READ DRALOCF-FILE INTO DRV-DR-IMAGE
               WHEN 10
                   READ DRAUTHTB-FILE INTO DRV-DR-IMAGE
           END-EVALUATE
           IF DRV-DR-AT-END
               MOVE "Y" TO DRV-DR-EOF-SW
               GO TO 2300-EXIT
           END-IF
           IF NOT DRV-DR-OK
               MOVE "Y" TO DRV-DR-EOF-SW DRV-UNREADABLE-SW
               MOVE SPACES TO DRV-FAIL-TEXT
               STRING "DR COPY READ FAILED, STATUS "
                   DRV-DR-STATUS
                   DELIMITED BY SIZE INTO DRV-FAIL-TEXT
               END-STRING
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *> A FILE THAT IS NOT CATALOGUED WAS STILL OPENED (OPTIONAL), SO
      *> BOTH SIDES ARE CLOSED; CLOSING A SIDE WHOSE OPEN FAILED ONLY
      *> SETS ITS STATUS.
       2400-CLOSE-PAIR.
           EVALUATE DRV-PX
               WHEN 1
                   CLOSE MASTKEY-FILE
                   CLOSE DRMASTKY-FILE
               WHEN 2
                   CLOSE LRMASTER-FILE
                   CLOSE DRLRMAST-FILE
               WHEN 3
                   CLOSE MASTHIST-FILE
                   CLOSE DRMSTHST-FILE
               WHEN 4
                   CLOSE HCODEREF-FILE
                   CLOSE DRHCODE-FILE
               WHEN 5
                   CLOSE COCDREF-FILE
                   CLOSE DRCOCD-FILE
               WHEN 6
                   CLOSE STUFFREF-FILE
                   CLOSE DRSTUFF-FILE
               WHEN 7
                   CLOSE STATEREF-FILE
                   CLOSE DRSTATE-FILE
               WHEN 8
                   CLOSE REGNREF-FILE
                   CLOSE DRREGN-FILE
               WHEN 9
                   CLOSE ALOCFACT-FILE
                   CLOSE DRALOCF-FILE
               WHEN 10
                   CLOSE AUTHTAB-FILE
                   CLOSE DRAUTHTB-FILE
           END-EVALUATE.
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-COMPARE-STEP - ONE STEP OF THE PAIRED READ: NOTE THE     *
      *  FIRST DIFFERENCE IF THIS IS IT, THEN COUNT AND HASH WHICHEVER *
      *  SIDES STILL HAVE A RECORD AND READ PAST THEM.                 *
      ******************************************************************
       2500-COMPARE-STEP.
           IF NOT DRV-DIFF-FOUND
               PERFORM 2600-NOTE-DIFFERENCE THRU 2600-EXIT
           END-IF
           IF NOT DRV-PROD-EOF
               ADD 1 TO DRV-PROD-CNT
               MOVE DRV-PROD-IMAGE TO DRV-HASH-IMAGE
               MOVE DRV-PROD-HASH TO DRV-CHAIN-HASH
               PERFORM 3000-HASH-IMAGE THRU 3000-EXIT
               MOVE DRV-CHAIN-HASH TO DRV-PROD-HASH
               PERFORM 2200-READ-PROD THRU 2200-EXIT
           END-IF
           IF NOT DRV-DR-EOF
               ADD 1 TO DRV-DR-CNT
               MOVE DRV-DR-IMAGE TO DRV-HASH-IMAGE
               MOVE DRV-DR-HASH TO DRV-CHAIN-HASH
               PERFORM 3000-HASH-IMAGE THRU 3000-EXIT
               MOVE DRV-CHAIN-HASH TO DRV-DR-HASH
               PERFORM 2300-READ-DR THRU 2300-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *
      *> THE KEYED MASTERS ARRIVE IN KEY ORDER ON BOTH SIDES, SO THE
      *> LOWER OF TWO UNEQUAL KEYS IS THE ROW THE OTHER SIDE LACKS.
       2600-NOTE-DIFFERENCE.
           IF DRV-PROD-EOF
               MOVE "EXTRA ON DR" TO DRV-DIFF-REASON
               GO TO 2650-NOTE-DR-KEY
           END-IF
           IF DRV-DR-EOF
               MOVE "MISSING ON DR" TO DRV-DIFF-REASON
               GO TO 2640-NOTE-PROD-KEY
           END-IF
           IF DRV-PROD-IMAGE (1:DRV-REC-LEN)
                   = DRV-DR-IMAGE (1:DRV-REC-LEN)
               GO TO 2600-EXIT
           END-IF
           IF DRV-KEY-LEN = 0
               MOVE "CONTENT DIFFERS" TO DRV-DIFF-REASON
               GO TO 2640-NOTE-PROD-KEY
           END-IF
           IF DRV-PROD-IMAGE (1:DRV-KEY-LEN)
                   = DRV-DR-IMAGE (1:DRV-KEY-LEN)
               MOVE "CONTENT DIFFERS" TO DRV-DIFF-REASON
               GO TO 2640-NOTE-PROD-KEY
           END-IF
           IF DRV-PROD-IMAGE (1:DRV-KEY-LEN)
                   < DRV-DR-IMAGE (1:DRV-KEY-LEN)
               MOVE "MISSING ON DR" TO DRV-DIFF-REASON
               GO TO 2640-NOTE-PROD-KEY
           END-IF
           MOVE "EXTRA ON DR" TO DRV-DIFF-REASON
           GO TO 2650-NOTE-DR-KEY.
       2640-NOTE-PROD-KEY.
           IF DRV-KEY-LEN > 0
               MOVE DRV-PROD-IMAGE (1:DRV-KEY-LEN) TO DRV-DIFF-KEY
           END-IF
           GO TO 2660-NOTE-POSITION.
       2650-NOTE-DR-KEY.
           IF DRV-KEY-LEN > 0
               MOVE DRV-DR-IMAGE (1:DRV-KEY-LEN) TO DRV-DIFF-KEY
           END-IF.
       2660-NOTE-POSITION.
           MOVE "Y" TO DRV-DIFF-SW
           IF DRV-PROD-EOF
               COMPUTE DRV-DIFF-REC = DRV-DR-CNT + 1
           ELSE
               COMPUTE DRV-DIFF-REC = DRV-PROD-CNT + 1
           END-IF.
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2700-JUDGE-PAIR - THE PAIR'S VERDICT.  A FILE MISSING ON ONE  *
      *  SIDE ONLY IS DIVERGED EVEN WHEN THE SIDE THAT EXISTS IS       *
      *  EMPTY.                                                        *
      ******************************************************************
       2700-JUDGE-PAIR.
           ADD DRV-PROD-CNT TO DRV-RECORDS-READ
           IF DRV-UNREADABLE
               MOVE "UNREADABLE" TO DRV-VERDICT
               ADD 1 TO DRV-UNREAD-CNT
               GO TO 2700-EXIT
           END-IF
           IF NOT DRV-PROD-PRESENT AND NOT DRV-DR-PRESENT
               MOVE "NOT PRESENT" TO DRV-VERDICT
               ADD 1 TO DRV-ABSENT-CNT
               GO TO 2700-EXIT
           END-IF
           IF NOT DRV-DR-PRESENT
               MOVE "DR COPY MISSING" TO DRV-DIFF-REASON
               MOVE "Y" TO DRV-DIFF-SW
               MOVE 0 TO DRV-DIFF-REC
               MOVE SPACES TO DRV-DIFF-KEY
           END-IF
           IF NOT DRV-PROD-PRESENT
               MOVE "PRODUCTION FILE MISSING" TO DRV-DIFF-REASON
               MOVE "Y" TO DRV-DIFF-SW
               MOVE 0 TO DRV-DIFF-REC
               MOVE SPACES TO DRV-DIFF-KEY
           END-IF
           IF DRV-DIFF-FOUND
                   OR DRV-PROD-CNT NOT = DRV-DR-CNT
                   OR DRV-PROD-HASH NOT = DRV-DR-HASH
               MOVE "DIVERGED" TO DRV-VERDICT
               ADD 1 TO DRV-DIVERGED-CNT
           ELSE
               MOVE "IN-SYNC" TO DRV-VERDICT
               ADD 1 TO DRV-SYNC-CNT
           END-IF.
       2700-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2800-CERTIFY-PAIR - THE PAIR'S CERTIFICATE LINE, THE WHY-LINE *
      *  UNDER ANY PAIR NOT IN SYNC, AND THE ALERT FOR A DIVERGED OR   *
      *  UNREADABLE ONE.                                               *
      ******************************************************************
       2800-CERTIFY-PAIR.
           MOVE DRV-PROD-CNT TO DRV-CNT-TXT
           MOVE DRV-DR-CNT TO DRV-CNT2-TXT
           MOVE SPACES TO DRV-OUT-LINE
           STRING DRV-PAIR-PROD-DD (DRV-PX) "   "
               DRV-PAIR-DR-DD (DRV-PX) " " DRV-CNT-TXT
               "  " DRV-CNT2-TXT "  " DRV-PROD-HASH
               " " DRV-DR-HASH "  " DRV-VERDICT
               DELIMITED BY SIZE INTO DRV-OUT-LINE
           END-STRING
           WRITE DRCERT-RECORD FROM DRV-OUT-LINE
           IF DRV-IN-SYNC OR DRV-NOT-PRESENT
               GO TO 2800-EXIT
           END-IF
           MOVE SPACES TO DRV-OUT-LINE
           EVALUATE TRUE
               WHEN DRV-NOT-READ
                   STRING "    " DRV-FAIL-TEXT
                       DELIMITED BY SIZE INTO DRV-OUT-LINE
                   END-STRING
               WHEN NOT DRV-DIFF-FOUND
                   STRING "    RECORDS MATCH IN STEP BUT THE COUNTS"
                       " OR HASHES DO NOT"
                       DELIMITED BY SIZE INTO DRV-OUT-LINE
                   END-STRING
               WHEN DRV-DIFF-REC = 0
                   STRING "    " DRV-DIFF-REASON
                       DELIMITED BY SIZE INTO DRV-OUT-LINE
                   END-STRING
               WHEN DRV-KEY-LEN > 0
                   STRING "    " DELIMITED BY SIZE
                       DRV-DIFF-REASON DELIMITED BY "  "
                       " AT KEY " DRV-DIFF-KEY DELIMITED BY SIZE
                       INTO DRV-OUT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "    " DELIMITED BY SIZE
                       DRV-DIFF-REASON DELIMITED BY "  "
                       " AT RECORD " DRV-DIFF-REC DELIMITED BY SIZE
                       INTO DRV-OUT-LINE
                   END-STRING
           END-EVALUATE
           WRITE DRCERT-RECORD FROM DRV-OUT-LINE
           MOVE "ERROR" TO ALT-WS-SEVERITY
           MOVE DRV-PAIR-PROD-DD (DRV-PX) TO ALT-WS-SOURCE
           MOVE SPACES TO ALT-WS-DETAIL-TEXT
           STRING "DR COPY " DELIMITED BY SIZE
               DRV-PAIR-DR-DD (DRV-PX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               DRV-VERDICT DELIMITED BY SPACE
               " - " DRV-OUT-LINE (5:60) DELIMITED BY SIZE
               INTO ALT-WS-DETAIL-TEXT
           END-STRING
           PERFORM 8300-WRITE-ALERT THRU 8300-EXIT.
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-HASH-IMAGE - FOLD THE RECORD IN DRV-HASH-IMAGE INTO      *
      *  DRV-CHAIN-HASH.                                               *
      ******************************************************************
       3000-HASH-IMAGE.
           MOVE 0 TO DRV-BYTE-SUM
           PERFORM 3100-SUM-ONE-BYTE THRU 3100-EXIT
               VARYING DRV-IX FROM 1 BY 1
               UNTIL DRV-IX > DRV-REC-LEN
           COMPUTE DRV-WORK = DRV-CHAIN-HASH * 1009 + DRV-BYTE-SUM
           DIVIDE DRV-WORK BY 1000000000000 GIVING DRV-MOD-Q
               REMAINDER DRV-CHAIN-HASH.
       3000-EXIT.
           EXIT.
      *
       3100-SUM-ONE-BYTE.
           MOVE DRV-HASH-IMAGE (DRV-IX:1) TO DRV-BYTE-LO
           COMPUTE DRV-WORK = DRV-BYTE-SUM + DRV-IX * DRV-BYTE-NUM
           DIVIDE DRV-WORK BY 1000000000000 GIVING DRV-MOD-Q
               REMAINDER DRV-BYTE-SUM.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-SUMMARIZE - THE CERTIFICATE'S VERDICT AND THE RETURN     *
      *  CODE.                                                         *
      ******************************************************************
       4000-SUMMARIZE.
           MOVE SPACES TO DRCERT-RECORD
           WRITE DRCERT-RECORD
           MOVE SPACES TO DRV-OUT-LINE
           STRING "PAIRS " DRV-PAIR-CNT
               "  IN-SYNC " DRV-SYNC-CNT
               "  DIVERGED " DRV-DIVERGED-CNT
               "  NOT PRESENT " DRV-ABSENT-CNT
               "  UNREADABLE " DRV-UNREAD-CNT
               DELIMITED BY SIZE INTO DRV-OUT-LINE
           END-STRING
           WRITE DRCERT-RECORD FROM DRV-OUT-LINE
           MOVE SPACES TO DRV-OUT-LINE
           EVALUATE TRUE
               WHEN DRV-UNREAD-CNT > 0
                   MOVE "NOT CERTIFIED - A FILE COULD NOT BE READ"
                       TO DRV-OUT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN DRV-DIVERGED-CNT > 0
                   MOVE "NOT CERTIFIED - THE DR SITE DOES NOT MATCH"
                       TO DRV-OUT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN DRV-ABSENT-CNT > 0
                   MOVE "CERTIFIED FOR THE PAIRS PRESENT ON BOTH SIDES"
                       TO DRV-OUT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "CERTIFIED - EVERY DR COPY MATCHES PRODUCTION"
                       TO DRV-OUT-LINE
           END-EVALUATE
           WRITE DRCERT-RECORD FROM DRV-OUT-LINE
           DISPLAY "DRVERIFY - IN-SYNC " DRV-SYNC-CNT
               " DIVERGED " DRV-DIVERGED-CNT
               " NOT PRESENT " DRV-ABSENT-CNT
               " UNREADABLE " DRV-UNREAD-CNT.
       4000-EXIT.
           EXIT.
      *
      *> SHARED ALERT-NOTICE WRITE PARAGRAPH - SEE ALERTWR.cpy.
       COPY ALERTWR.
      *
       8500-POST-RUN-LOG.
           MOVE "DRVERIFY" TO RNL-WS-PROGRAM
           MOVE DRV-RECORDS-READ TO RNL-WS-RECORDS-IN
           MOVE DRV-SYNC-CNT TO RNL-WS-RECORDS-OUT
           COMPUTE RNL-WS-RECORDS-SUSP = DRV-DIVERGED-CNT
               + DRV-UNREAD-CNT
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF DRV-DRCERT-OPENED
               CLOSE DRCERT-FILE
           END-IF.
