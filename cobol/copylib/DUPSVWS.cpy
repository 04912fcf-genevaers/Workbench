      *> ------------------------------------------------------------
      *> DUPSVWS - WORKING STORAGE FOR THE SHARED SURVIVORSHIP CHECK.
      *> A CUSTOMER AN ANALYST HAS CONFIRMED AS A DUPLICATE OF
      *> ANOTHER (DUPSURV.cpy, MAINTAINED BY DUPMNT) MUST BE TREATED
      *> AS THAT SURVIVOR BY EVERY PROGRAM THAT LINKS OR MAILS
      *> CUSTOMERS - THIS PAIR IS THE ONE LOOKUP THEY ALL USE, SO THE
      *> RULE CANNOT DRIFT APART PROGRAM BY PROGRAM.  COPY THIS INTO
      *> WORKING-STORAGE AND COPY DUPSVCK INTO THE PROCEDURE
      *> DIVISION.  THE PROGRAM MUST ALSO DECLARE THE FILE ITSELF,
      *> SINCE A COPYBOOK CANNOT:
      *>     SELECT OPTIONAL DUPSURV-FILE ASSIGN TO "DUPSURV"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS DSV-WS-STATUS.
      *> AND IN THE FILE SECTION:
      *>     FD  DUPSURV-FILE.
      *>     COPY DUPSURV.
      *> AT INITIALIZATION PERFORM 7400-LOAD-SURVIVORS THRU
      *> 7400-EXIT.  THEN, PER CUSTOMER, MOVE ITS CUSTOMER-NAME,
      *> STREET-ADDRESS AND ZIP-CODE TO DSV-WS-NAME/DSV-WS-STREET/
      *> DSV-WS-ZIP AND PERFORM 7450-CHECK-SURVIVOR THRU 7450-EXIT;
      *> DSV-WS-MERGED COMES BACK SET WHEN THE CUSTOMER IS A
      *> CONFIRMED DUPLICATE, WITH DSV-WS-HIT POINTING AT ITS ENTRY
      *> AND THE SURVIVOR'S NAME AND ADDRESS IN THE DSV-WS-SV
      *> FIELDS.  NO DUPSURV MEANS NO CONFIRMED DUPLICATES YET - NOT
      *> A FAILURE; AN UNREADABLE DUPSURV OR A TABLE OVERFLOW LEAVES
      *> DSV-WS-FAULT-CNT NON-ZERO FOR THE CALLER TO REPORT.  THE
      *> 7400 PARAGRAPH RANGE IS RESERVED FOR THIS COPYBOOK PAIR,
      *> THE SAME RESERVATION RULE AS CENTPVT/CENTWIN.
      *> ------------------------------------------------------------
      *> "05" IS AN OPTIONAL FILE NOT PRESENTED - NOTHING MERGED.
       01  DSV-WS-STATUS                   PIC XX.
           88  DSV-WS-OK                   VALUE "00".
       01  DSV-WS-EOF-SW                   PIC X(01)       VALUE "N".
           88  DSV-WS-EOF                  VALUE "Y".
       01  DSV-WS-NAME                     PIC X(23)       VALUE SPACES.
       01  DSV-WS-STREET                   PIC X(20)       VALUE SPACES.
       01  DSV-WS-ZIP                      PIC 9(05)       VALUE 0.
       01  DSV-WS-MERGED-SW                PIC X(01)       VALUE "N".
           88  DSV-WS-MERGED               VALUE "Y".
       01  DSV-WS-MAX                      PIC 9(04) COMP  VALUE 2000.
       01  DSV-WS-CNT                      PIC 9(04) COMP  VALUE 0.
       01  DSV-WS-TAB.
           05  DSV-WS-ENTRY                OCCURS 2000 TIMES.
               10  DSV-WS-DUP-NAME         PIC X(23).
               10  DSV-WS-DUP-STREET       PIC X(20).
               10  DSV-WS-DUP-ZIP          PIC 9(05).
               10  DSV-WS-SV-NAME          PIC X(23).
               10  DSV-WS-SV-STREET        PIC X(20).
               10  DSV-WS-SV-CITY          PIC X(17).
               10  DSV-WS-SV-STATE         PIC X(02).
               10  DSV-WS-SV-ZIP           PIC 9(05).
       01  DSV-WS-IX                       PIC 9(04) COMP  VALUE 0.
       01  DSV-WS-HIT                      PIC 9(04) COMP  VALUE 0.
       01  DSV-WS-FAULT-CNT                PIC 9(04)       VALUE 0.
