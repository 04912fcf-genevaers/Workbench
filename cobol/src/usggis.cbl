      ******************************************************************
      **                                                              *
      **  PROGRAM      USGGIS                                         *
      **  AUTHOR       D. OKAFOR - DATA LIBRARY SERVICES               *
      **  INSTALLATION GENEVA EXTRACT SYSTEMS                          *
      **  DATE-WRITTEN 2026/10/15                                      *
      **                                                               *
      **  DESCRIPTION.  GIS INTERCHANGE EXPORT OF VALIDATED USAGE     *
      **      POINTS - THE STEP THAT STOPS THE MAPPING TEAM RETYPING  *
      **      COORDINATES FROM LRUNLOAD OUTPUT.  EVERY USAGE-RECORD   *
      **      USGGEOCK PASSED TO DD USGGOOD BECOMES ONE GEOJSON POINT *
      **      FEATURE (RFC 7946) ON DD GISOUT, ONE FEATURE PER LINE   *
      **      INSIDE A SINGLE FEATURECOLLECTION.  THE POINT CARRIES   *
      **      LNGTD/LATUD AS DECIMAL DEGREES AT THEIR FULL SEVEN      *
      **      PLACES, SIGN INCLUDED, AND THE PROPERTIES KEY-ID1,      *
      **      AMOUNT, TYPE-MATCH-ACCY-CD, QMS-MTCH-CD, QMS-LOC-CD AND *
      **      THE REGION THE FIRST CONTAINING REGNREF BOX GIVES IT -  *
      **      THE SAME ASSIGNMENT USGRGN MAKES, "UNASSIGND" INCLUDED. *
      **                                                               *
      **      IN GRID MODE THE POINTS ARE ROLLED INSTEAD INTO FIXED   *
      **      CELLS OF CELLSIZE DEGREES, COUNTED FROM THE SOUTH-WEST  *
      **      CORNER OF THE GLOBE, AND EACH CELL HOLDING A POINT IS   *
      **      WRITTEN AS ONE POLYGON FEATURE WITH ITS ROW, COLUMN,    *
      **      POINT COUNT AND AMOUNT - THE FEED FOR A HEAT MAP.       *
      **                                                               *
      **      MODE (POINT OR GRID) AND CELLSIZE (DEGREES, UP TO FOUR  *
      **      PLACES, GREATER THAN 0 AND NOT OVER 90) COME FROM THE   *
      **      USGGIS ROWS OF THE CENTRAL PARAMETER LIBRARY (DD        *
      **      PARMLIB) IN FORCE ON THE RUN DATE, ELSE FROM THE        *
      **      GISPRM CARD, ELSE POINT AND 1 DEGREE.                   *
      **                                                               *
      **      RETURN-CODE 16 - A FILE COULD NOT BE OPENED OR A TABLE  *
      **      OVERFLOWED, SO THE EXPORT IS INCOMPLETE.                *
      **                                                               *
      **  MODIFICATION HISTORY.                                       *
      **  DATE       INIT  DESCRIPTION                                 *
      **  2026/10/15 DAO   INITIAL VERSION.                            *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGGIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SEQUENTIAL, NOT LINE SEQUENTIAL - THE USAGE RECORD CARRIES
      *> COMP AND COMP-3 FIELDS WHOSE BYTES CAN LEGITIMATELY COLLIDE
      *> WITH THE LINE SEQUENTIAL END-OF-RECORD MARKER.
           SELECT USGGOOD-FILE  ASSIGN TO "USGGOOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GIS-USGGOOD-STATUS.
           SELECT REGNREF-FILE  ASSIGN TO "REGNREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIS-REGNREF-STATUS.
      *> OPTIONAL - THE PRIVATE CARD, READ FOR WHATEVER THE LIBRARY
      *> DOES NOT SUPPLY.
           SELECT OPTIONAL GISPRM-FILE ASSIGN TO "GISPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIS-GISPRM-STATUS.
      *> OPTIONAL - THE CENTRAL PARAMETER LIBRARY (PARMLREC.cpy).
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIS-PARMLIB-STATUS.
           SELECT GISOUT-FILE   ASSIGN TO "GISOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIS-GISOUT-STATUS.
      *> OPTIONAL - THE SHARED SUITE RUN LOG, CREATED ON FIRST USE
      *> AND EXTENDED EVERY RUN.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNL-WS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USGGOOD-FILE.
       COPY USAGEREC.
       FD  REGNREF-FILE.
       COPY REGNREF.
       FD  GISPRM-FILE.
       01  GISPRM-RECORD.
           05  GIS-PARM-MODE               PIC X(05).
           05  FILLER                      PIC X(01).
           05  GIS-PARM-CELL-SIZE          PIC X(08).
       FD  PARMLIB-FILE.
       COPY PARMLREC.
       FD  GISOUT-FILE.
       01  GISOUT-RECORD                   PIC X(300).
       FD  RUNLOG-FILE.
       COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
      *> THE SHARED RUN-LOG WORK FIELDS - SEE RUNLOGWS.cpy.
       COPY RUNLOGWS.
       01  GIS-USGGOOD-STATUS              PIC XX.
           88  GIS-USGGOOD-OK              VALUE "00".
      *> THE FINAL READ'S AT END DRIVES GIS-USGGOOD-STATUS TO "10",
      *> SO WHETHER THE FILE IS STILL OPEN AT TERMINATION TIME IS
      *> TRACKED HERE INSTEAD OF BY RE-TESTING THE LIVE STATUS.
       01  GIS-USGGOOD-OPENED-SW           PIC X(01)       VALUE "N".
           88  GIS-USGGOOD-OPENED          VALUE "Y".
       01  GIS-REGNREF-STATUS              PIC XX.
           88  GIS-REGNREF-OK              VALUE "00".
       01  GIS-GISPRM-STATUS               PIC XX.
           88  GIS-GISPRM-OK               VALUE "00".
       01  GIS-PARMLIB-STATUS              PIC XX.
           88  GIS-PARMLIB-OK              VALUE "00".
       01  GIS-PARMLIB-EOF-SW              PIC X(01)       VALUE "N".
           88  GIS-PARMLIB-EOF             VALUE "Y".
       01  GIS-MODE-FOUND-SW               PIC X(01)       VALUE "N".
           88  GIS-MODE-FOUND              VALUE "Y".
       01  GIS-CELL-FOUND-SW               PIC X(01)       VALUE "N".
           88  GIS-CELL-FOUND              VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  GIS-LIB-RUN-DATE                PIC 9(08)       VALUE 0.
       01  GIS-GISOUT-STATUS               PIC XX.
           88  GIS-GISOUT-OK               VALUE "00".
       01  GIS-GISOUT-OPENED-SW            PIC X(01)       VALUE "N".
           88  GIS-GISOUT-OPENED           VALUE "Y".
       01  GIS-EOF-SW                      PIC X(01)       VALUE "N".
           88  GIS-EOF                     VALUE "Y".
       01  GIS-REF-EOF-SW                  PIC X(01)       VALUE "N".
           88  GIS-REF-EOF                 VALUE "Y".
       01  GIS-MODE                        PIC X(05)
                                           VALUE "POINT".
           88  GIS-POINT-MODE              VALUE "POINT".
           88  GIS-GRID-MODE               VALUE "GRID ".
       01  GIS-CELL-SIZE                   PIC 9(02)V9(04) VALUE 1.
      *> A CELL SIZE IS DECIMAL TEXT ("0.25") ON BOTH THE LIBRARY AND
      *> THE CARD - IT IS CUT AT THE POINT THE WAY REGEOCNV CUTS A
      *> VENDOR COORDINATE, AND PROVED BEFORE IT IS USED.
       01  GIS-CELL-TOKEN                  PIC X(20)       VALUE SPACES.
       01  GIS-CELL-INT-TOK                PIC X(08)       VALUE SPACES.
       01  GIS-CELL-FRAC-TOK               PIC X(08)       VALUE SPACES.
       01  GIS-CELL-INT-LEN                PIC 9(02)       VALUE 0.
       01  GIS-CELL-INT-X                  PIC X(02)       VALUE ZEROS.
       01  GIS-CELL-INT-9 REDEFINES GIS-CELL-INT-X
                                           PIC 9(02).
       01  GIS-CELL-FRAC-X                 PIC X(04)       VALUE ZEROS.
       01  GIS-CELL-FRAC-9 REDEFINES GIS-CELL-FRAC-X
                                           PIC V9(04).
       01  GIS-CELL-VALUE                  PIC 9(02)V9(04) VALUE 0.
       01  GIS-CELL-GOOD-SW                PIC X(01)       VALUE "N".
           88  GIS-CELL-GOOD               VALUE "Y".
      *> ------------------ REGION RANGE TABLE -------------------------
       01  GIS-BOX-TAB.
           05  GIS-BOX-ENTRY               OCCURS 100 TIMES.
               10  GIS-BOX-LAT-MIN          PIC S9(03)V9(04).
               10  GIS-BOX-LAT-MAX          PIC S9(03)V9(04).
               10  GIS-BOX-LNG-MIN          PIC S9(03)V9(04).
               10  GIS-BOX-LNG-MAX          PIC S9(03)V9(04).
               10  GIS-BOX-REGION           PIC X(10).
       01  GIS-BOX-TOP                     PIC 9(03)       VALUE 0.
       01  GIS-BOX-OVERFLOW-CNT            PIC 9(04)       VALUE 0.
       01  GIS-BOX-IDX                     PIC 9(03).
       01  GIS-BOX-FOUND-IDX               PIC 9(03)       VALUE 0.
       01  GIS-ASSIGN-REGION               PIC X(10)       VALUE SPACES.
      *> ------------------ GRID CELL ROLL-UP TABLE --------------------
      *> ROW COUNTS NORTH FROM LATITUDE -90 AND COLUMN EAST FROM
      *> LONGITUDE -180, BOTH FROM ZERO, IN STEPS OF GIS-CELL-SIZE.
       01  GIS-CEL-TAB.
           05  GIS-CEL-ENTRY               OCCURS 2000 TIMES.
               10  GIS-CEL-ROW              PIC 9(07).
               10  GIS-CEL-COL              PIC 9(07).
               10  GIS-CEL-COUNT            PIC 9(08).
               10  GIS-CEL-AMOUNT           PIC S9(13)V99  COMP-3.
       01  GIS-CEL-TOP                     PIC 9(04)       VALUE 0.
       01  GIS-CEL-OVERFLOW-CNT            PIC 9(08)       VALUE 0.
       01  GIS-CEL-IDX                     PIC 9(04).
       01  GIS-CEL-FOUND-IDX               PIC 9(04)       VALUE 0.
       01  GIS-CUR-ROW                     PIC 9(07)       VALUE 0.
       01  GIS-CUR-COL                     PIC 9(07)       VALUE 0.
       01  GIS-SHIFTED                     PIC S9(04)V9(07) VALUE 0.
       01  GIS-EDGE-SOUTH                  PIC S9(04)V9(07) VALUE 0.
       01  GIS-EDGE-NORTH                  PIC S9(04)V9(07) VALUE 0.
       01  GIS-EDGE-WEST                   PIC S9(04)V9(07) VALUE 0.
       01  GIS-EDGE-EAST                   PIC S9(04)V9(07) VALUE 0.
       01  GIS-CORNER-LNG                  PIC S9(04)V9(07) VALUE 0.
       01  GIS-CORNER-LAT                  PIC S9(04)V9(07) VALUE 0.
      *> --------------------- RUN COUNTERS ----------------------------
       01  GIS-TOTAL-CNT                   PIC 9(08)       VALUE 0.
       01  GIS-UNASSIGNED-CNT              PIC 9(08)       VALUE 0.
       01  GIS-OFF-GLOBE-CNT               PIC 9(08)       VALUE 0.
       01  GIS-FEATURE-CNT                 PIC 9(08)       VALUE 0.
      *> ------------------ GEOJSON LINE BUILDING ----------------------
      *> EVERY VALUE IS EDITED, MOVED TO GIS-PIECE AND TRIMMED OF ITS
      *> LEADING AND TRAILING BLANKS BEFORE IT IS APPENDED - GEOJSON
      *> ALLOWS NEITHER INSIDE A NUMBER.
       01  GIS-OUT-LINE                    PIC X(300)      VALUE SPACES.
       01  GIS-PTR                         PIC 9(03)       VALUE 1.
       01  GIS-PIECE                       PIC X(24)       VALUE SPACES.
       01  GIS-PIECE-START                 PIC 9(02)       VALUE 0.
       01  GIS-PIECE-LEN                   PIC 9(02)       VALUE 0.
       01  GIS-DEG-EDIT                    PIC -(4)9.9(7).
       01  GIS-AMT-EDIT                    PIC -(13)9.99.
       01  GIS-KEY-EDIT                    PIC -(9)9.
       01  GIS-CNT-EDIT                    PIC Z(7)9.
       01  GIS-CELL-EDIT                   PIC Z9.9(4).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-REGION-TABLE THRU 1100-EXIT
               UNTIL GIS-REF-EOF
           PERFORM 2000-EXPORT-ONE-RECORD THRU 2000-EXIT
               UNTIL GIS-EOF
           IF GIS-GRID-MODE
               PERFORM 3000-WRITE-ONE-CELL THRU 3000-EXIT
                   VARYING GIS-CEL-IDX FROM 1 BY 1
                   UNTIL GIS-CEL-IDX > GIS-CEL-TOP
           END-IF
           PERFORM 4000-CLOSE-COLLECTION THRU 4000-EXIT
           PERFORM 8500-POST-RUN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-LIBRARY-PARM THRU 1050-EXIT
           PERFORM 1080-READ-PRIVATE-CARD THRU 1080-EXIT
           MOVE "Y" TO GIS-EOF-SW
           MOVE "Y" TO GIS-REF-EOF-SW
           OPEN INPUT REGNREF-FILE
           IF NOT GIS-REGNREF-OK
               DISPLAY "USGGIS - UNABLE TO OPEN REGNREF, STATUS="
                   GIS-REGNREF-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT USGGOOD-FILE
           IF NOT GIS-USGGOOD-OK
               DISPLAY "USGGIS - UNABLE TO OPEN USGGOOD, STATUS="
                   GIS-USGGOOD-STATUS
               CLOSE REGNREF-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO GIS-USGGOOD-OPENED-SW
           OPEN OUTPUT GISOUT-FILE
           IF NOT GIS-GISOUT-OK
               DISPLAY "USGGIS - UNABLE TO OPEN GISOUT, STATUS="
                   GIS-GISOUT-STATUS
               CLOSE REGNREF-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO GIS-GISOUT-OPENED-SW
           MOVE "N" TO GIS-EOF-SW
           MOVE "N" TO GIS-REF-EOF-SW
           MOVE GIS-CELL-SIZE TO GIS-CELL-EDIT
           IF GIS-GRID-MODE
               DISPLAY "USGGIS - GRID MODE, CELLS OF " GIS-CELL-EDIT
                   " DEGREES"
           ELSE
               DISPLAY "USGGIS - POINT MODE"
           END-IF
           MOVE '{"type":"FeatureCollection","features":['
               TO GISOUT-RECORD
           WRITE GISOUT-RECORD.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1050-RESOLVE-LIBRARY-PARM - THE CENTRAL PARAMETER LIBRARY    *
      *  (DD PARMLIB, THE VALUES PARMVAL PROVED BEFORE THE WINDOW     *
      *  OPENED) IS TRIED FIRST; EACH USGGIS ROW IT CARRIES WINS      *
      *  OVER THE SAME VALUE ON THE PRIVATE GISPRM CARD.              *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           ACCEPT GIS-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT GIS-PARMLIB-OK
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-LIB-ROW THRU 1060-EXIT
               UNTIL GIS-PARMLIB-EOF
           CLOSE PARMLIB-FILE.
       1050-EXIT.
           EXIT.
      *
       1060-SCAN-ONE-LIB-ROW.
           READ PARMLIB-FILE
               AT END
                   MOVE "Y" TO GIS-PARMLIB-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           IF PRM-PROGRAM NOT = "USGGIS"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > GIS-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < GIS-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-PARM-NAME = "MODE" AND NOT GIS-MODE-FOUND
               IF PRM-PARM-VALUE(1:5) = "POINT"
                   OR PRM-PARM-VALUE(1:5) = "GRID "
                   MOVE PRM-PARM-VALUE(1:5) TO GIS-MODE
                   MOVE "Y" TO GIS-MODE-FOUND-SW
               ELSE
                   DISPLAY "USGGIS - PARMLIB MODE IS NOT POINT OR "
                       "GRID - THE GISPRM CARD OR DEFAULT IS USED"
               END-IF
           END-IF
           IF PRM-PARM-NAME = "CELLSIZE" AND NOT GIS-CELL-FOUND
               MOVE PRM-PARM-VALUE TO GIS-CELL-TOKEN
               PERFORM 1070-CUT-CELL-SIZE THRU 1070-EXIT
               IF GIS-CELL-GOOD
                   MOVE GIS-CELL-VALUE TO GIS-CELL-SIZE
                   MOVE "Y" TO GIS-CELL-FOUND-SW
               ELSE
                   DISPLAY "USGGIS - PARMLIB CELLSIZE IS NOT A "
                       "DEGREE VALUE OVER 0 AND NOT OVER 90 - THE "
                       "GISPRM CARD OR DEFAULT IS USED"
               END-IF
           END-IF.
       1060-EXIT.
           EXIT.
      *
       1070-CUT-CELL-SIZE.
           MOVE "N" TO GIS-CELL-GOOD-SW
           MOVE SPACES TO GIS-CELL-INT-TOK GIS-CELL-FRAC-TOK
           UNSTRING GIS-CELL-TOKEN DELIMITED BY "." OR SPACE
               INTO GIS-CELL-INT-TOK GIS-CELL-FRAC-TOK
           END-UNSTRING
           MOVE 0 TO GIS-CELL-INT-LEN
           INSPECT GIS-CELL-INT-TOK TALLYING GIS-CELL-INT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF GIS-CELL-INT-LEN > 2
               GO TO 1070-EXIT
           END-IF
           MOVE ZEROS TO GIS-CELL-INT-X
           IF GIS-CELL-INT-LEN > 0
               MOVE GIS-CELL-INT-TOK(1:GIS-CELL-INT-LEN)
                   TO GIS-CELL-INT-X(3 - GIS-CELL-INT-LEN:
                       GIS-CELL-INT-LEN)
           END-IF
           IF GIS-CELL-INT-X IS NOT NUMERIC
               GO TO 1070-EXIT
           END-IF
           IF GIS-CELL-FRAC-TOK(5:4) NOT = SPACES
               GO TO 1070-EXIT
           END-IF
           MOVE GIS-CELL-FRAC-TOK(1:4) TO GIS-CELL-FRAC-X
           INSPECT GIS-CELL-FRAC-X REPLACING ALL SPACE BY "0"
           IF GIS-CELL-FRAC-X IS NOT NUMERIC
               GO TO 1070-EXIT
           END-IF
           MOVE GIS-CELL-INT-9 TO GIS-CELL-VALUE
           ADD GIS-CELL-FRAC-9 TO GIS-CELL-VALUE
           IF GIS-CELL-VALUE = 0 OR GIS-CELL-VALUE > 90
               GO TO 1070-EXIT
           END-IF
           MOVE "Y" TO GIS-CELL-GOOD-SW.
       1070-EXIT.
           EXIT.
      *
      *> THE CARD FILLS ONLY WHAT THE LIBRARY DID NOT; A FIELD LEFT
      *> BLANK OR NOT VALID ON IT KEEPS THE DEFAULT.
       1080-READ-PRIVATE-CARD.
           OPEN INPUT GISPRM-FILE
           IF NOT GIS-GISPRM-OK
               GO TO 1080-EXIT
           END-IF
           READ GISPRM-FILE
               AT END
                   CLOSE GISPRM-FILE
                   GO TO 1080-EXIT
           END-READ
           CLOSE GISPRM-FILE
           IF NOT GIS-MODE-FOUND
               AND (GIS-PARM-MODE = "POINT" OR GIS-PARM-MODE = "GRID ")
               MOVE GIS-PARM-MODE TO GIS-MODE
           END-IF
           IF NOT GIS-CELL-FOUND
               AND GIS-PARM-CELL-SIZE NOT = SPACES
               MOVE GIS-PARM-CELL-SIZE TO GIS-CELL-TOKEN
               PERFORM 1070-CUT-CELL-SIZE THRU 1070-EXIT
               IF GIS-CELL-GOOD
                   MOVE GIS-CELL-VALUE TO GIS-CELL-SIZE
               ELSE
                   DISPLAY "USGGIS - GISPRM CELL SIZE IS NOT A "
                       "DEGREE VALUE OVER 0 AND NOT OVER 90 - THE "
                       "DEFAULT IS USED"
               END-IF
           END-IF.
       1080-EXIT.
           EXIT.
      *
       1100-LOAD-REGION-TABLE.
           READ REGNREF-FILE
               AT END
                   MOVE "Y" TO GIS-REF-EOF-SW
                   CLOSE REGNREF-FILE
                   GO TO 1100-EXIT
           END-READ
           IF GIS-BOX-TOP < 100
               ADD 1 TO GIS-BOX-TOP
               MOVE RRF-LAT-MIN TO GIS-BOX-LAT-MIN(GIS-BOX-TOP)
               MOVE RRF-LAT-MAX TO GIS-BOX-LAT-MAX(GIS-BOX-TOP)
               MOVE RRF-LNG-MIN TO GIS-BOX-LNG-MIN(GIS-BOX-TOP)
               MOVE RRF-LNG-MAX TO GIS-BOX-LNG-MAX(GIS-BOX-TOP)
               MOVE RRF-REGION  TO GIS-BOX-REGION(GIS-BOX-TOP)
           ELSE
               ADD 1 TO GIS-BOX-OVERFLOW-CNT
           END-IF.
       1100-EXIT.
           EXIT.
      *
       2000-EXPORT-ONE-RECORD.
           READ USGGOOD-FILE
               AT END
                   MOVE "Y" TO GIS-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO GIS-TOTAL-CNT
           IF GIS-GRID-MODE
               PERFORM 2200-ROLL-INTO-CELL THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE 0 TO GIS-BOX-FOUND-IDX
           PERFORM 2100-MATCH-ONE-BOX THRU 2100-EXIT
               VARYING GIS-BOX-IDX FROM 1 BY 1
               UNTIL GIS-BOX-IDX > GIS-BOX-TOP
               OR GIS-BOX-FOUND-IDX NOT = 0
           IF GIS-BOX-FOUND-IDX = 0
               ADD 1 TO GIS-UNASSIGNED-CNT
               MOVE "UNASSIGND" TO GIS-ASSIGN-REGION
           ELSE
               MOVE GIS-BOX-REGION(GIS-BOX-FOUND-IDX)
                   TO GIS-ASSIGN-REGION
           END-IF
           PERFORM 2400-WRITE-POINT-FEATURE THRU 2400-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-MATCH-ONE-BOX.
           IF LATUD >= GIS-BOX-LAT-MIN(GIS-BOX-IDX)
               AND LATUD <= GIS-BOX-LAT-MAX(GIS-BOX-IDX)
               AND LNGTD >= GIS-BOX-LNG-MIN(GIS-BOX-IDX)
               AND LNGTD <= GIS-BOX-LNG-MAX(GIS-BOX-IDX)
               MOVE GIS-BOX-IDX TO GIS-BOX-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2200-ROLL-INTO-CELL - ROW AND COLUMN ARE THE WHOLE NUMBER OF *
      *  CELLS THE POINT LIES NORTH OF -90 AND EAST OF -180.  A POINT *
      *  ON THE NORTH POLE OR THE ANTIMERIDIAN FALLS IN THE LAST CELL *
      *  RATHER THAN ONE PAST IT.                                     *
      ******************************************************************
       2200-ROLL-INTO-CELL.
           IF LATUD < -90 OR LATUD > 90
               OR LNGTD < -180 OR LNGTD > 180
               ADD 1 TO GIS-OFF-GLOBE-CNT
               GO TO 2200-EXIT
           END-IF
           ADD 90 LATUD GIVING GIS-SHIFTED
           IF LATUD = 90
               SUBTRACT GIS-CELL-SIZE FROM GIS-SHIFTED
           END-IF
           DIVIDE GIS-SHIFTED BY GIS-CELL-SIZE GIVING GIS-CUR-ROW
           ADD 180 LNGTD GIVING GIS-SHIFTED
           IF LNGTD = 180
               SUBTRACT GIS-CELL-SIZE FROM GIS-SHIFTED
           END-IF
           DIVIDE GIS-SHIFTED BY GIS-CELL-SIZE GIVING GIS-CUR-COL
           MOVE 0 TO GIS-CEL-FOUND-IDX
           PERFORM 2210-MATCH-ONE-CELL THRU 2210-EXIT
               VARYING GIS-CEL-IDX FROM 1 BY 1
               UNTIL GIS-CEL-IDX > GIS-CEL-TOP
               OR GIS-CEL-FOUND-IDX NOT = 0
           IF GIS-CEL-FOUND-IDX = 0
               IF GIS-CEL-TOP NOT < 2000
                   ADD 1 TO GIS-CEL-OVERFLOW-CNT
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO GIS-CEL-TOP
               MOVE GIS-CEL-TOP TO GIS-CEL-FOUND-IDX
               MOVE GIS-CUR-ROW TO GIS-CEL-ROW(GIS-CEL-FOUND-IDX)
               MOVE GIS-CUR-COL TO GIS-CEL-COL(GIS-CEL-FOUND-IDX)
               MOVE 0 TO GIS-CEL-COUNT(GIS-CEL-FOUND-IDX)
               MOVE 0 TO GIS-CEL-AMOUNT(GIS-CEL-FOUND-IDX)
           END-IF
           ADD 1 TO GIS-CEL-COUNT(GIS-CEL-FOUND-IDX)
           ADD AMOUNT TO GIS-CEL-AMOUNT(GIS-CEL-FOUND-IDX).
       2200-EXIT.
           EXIT.
      *
       2210-MATCH-ONE-CELL.
           IF GIS-CEL-ROW(GIS-CEL-IDX) = GIS-CUR-ROW
               AND GIS-CEL-COL(GIS-CEL-IDX) = GIS-CUR-COL
               MOVE GIS-CEL-IDX TO GIS-CEL-FOUND-IDX
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2400-WRITE-POINT-FEATURE.
           PERFORM 2500-START-FEATURE THRU 2500-EXIT
           STRING '"geometry":{"type":"Point","coordinates":['
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE LNGTD TO GIS-DEG-EDIT
           MOVE GIS-DEG-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING "," DELIMITED BY SIZE
               INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE LATUD TO GIS-DEG-EDIT
           MOVE GIS-DEG-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING ']},"properties":{"keyId1":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE KEY-ID1 TO GIS-KEY-EDIT
           MOVE GIS-KEY-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING ',"amount":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE AMOUNT TO GIS-AMT-EDIT
           MOVE GIS-AMT-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING ',"typeMatchAccyCd":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE TYPE-MATCH-ACCY-CD TO GIS-PIECE
           PERFORM 2700-APPEND-TEXT THRU 2700-EXIT
           STRING ',"qmsMtchCd":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE QMS-MTCH-CD TO GIS-PIECE
           PERFORM 2700-APPEND-TEXT THRU 2700-EXIT
           STRING ',"qmsLocCd":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE QMS-LOC-CD TO GIS-PIECE
           PERFORM 2700-APPEND-TEXT THRU 2700-EXIT
           STRING ',"region":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE GIS-ASSIGN-REGION TO GIS-PIECE
           PERFORM 2700-APPEND-TEXT THRU 2700-EXIT
           STRING "}}" DELIMITED BY SIZE
               INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           WRITE GISOUT-RECORD FROM GIS-OUT-LINE.
       2400-EXIT.
           EXIT.
      *
      *> EVERY FEATURE AFTER THE FIRST IS LED BY THE COMMA THAT
      *> SEPARATES IT FROM THE ONE BEFORE.
       2500-START-FEATURE.
           MOVE SPACES TO GIS-OUT-LINE
           MOVE 1 TO GIS-PTR
           IF GIS-FEATURE-CNT > 0
               STRING "," DELIMITED BY SIZE
                   INTO GIS-OUT-LINE WITH POINTER GIS-PTR
               END-STRING
           END-IF
           ADD 1 TO GIS-FEATURE-CNT
           STRING '{"type":"Feature",' DELIMITED BY SIZE
               INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING.
       2500-EXIT.
           EXIT.
      *
       2600-APPEND-NUMBER.
           PERFORM 2800-FIND-PIECE-BOUNDS THRU 2800-EXIT
           STRING GIS-PIECE(GIS-PIECE-START:GIS-PIECE-LEN)
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING.
       2600-EXIT.
           EXIT.
      *
      *> A CODE IS WRITTEN AS A QUOTED STRING.  A QUOTE OR BACKSLASH
      *> WOULD END OR ESCAPE IT, AND A LOW-VALUE IS NOT A CHARACTER
      *> GEOJSON ALLOWS, SO EACH IS BLANKED FIRST.
       2700-APPEND-TEXT.
           INSPECT GIS-PIECE REPLACING ALL '"' BY SPACE
           INSPECT GIS-PIECE REPLACING ALL "\" BY SPACE
           INSPECT GIS-PIECE REPLACING ALL LOW-VALUE BY SPACE
           STRING '"' DELIMITED BY SIZE
               INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           PERFORM 2800-FIND-PIECE-BOUNDS THRU 2800-EXIT
           IF GIS-PIECE-LEN > 0
               STRING GIS-PIECE(GIS-PIECE-START:GIS-PIECE-LEN)
                   DELIMITED BY SIZE
                   INTO GIS-OUT-LINE WITH POINTER GIS-PTR
               END-STRING
           END-IF
           STRING '"' DELIMITED BY SIZE
               INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING.
       2700-EXIT.
           EXIT.
      *
       2800-FIND-PIECE-BOUNDS.
           MOVE 0 TO GIS-PIECE-START
           INSPECT GIS-PIECE TALLYING GIS-PIECE-START
               FOR LEADING SPACES
           IF GIS-PIECE-START = 24
               MOVE 1 TO GIS-PIECE-START
               MOVE 0 TO GIS-PIECE-LEN
               GO TO 2800-EXIT
           END-IF
           ADD 1 TO GIS-PIECE-START
           COMPUTE GIS-PIECE-LEN = 25 - GIS-PIECE-START
           PERFORM 2810-DROP-ONE-TRAILER THRU 2810-EXIT
               UNTIL GIS-PIECE(GIS-PIECE-START + GIS-PIECE-LEN - 1:1)
                   NOT = SPACE.
       2800-EXIT.
           EXIT.
      *
       2810-DROP-ONE-TRAILER.
           SUBTRACT 1 FROM GIS-PIECE-LEN.
       2810-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-WRITE-ONE-CELL - ONE POLYGON PER OCCUPIED CELL, ITS     *
      *  RING WALKED SOUTH-WEST, SOUTH-EAST, NORTH-EAST, NORTH-WEST   *
      *  AND BACK - COUNTER-CLOCKWISE, AS RFC 7946 ASKS OF AN OUTER   *
      *  RING.                                                        *
      ******************************************************************
       3000-WRITE-ONE-CELL.
           MULTIPLY GIS-CEL-ROW(GIS-CEL-IDX) BY GIS-CELL-SIZE
               GIVING GIS-EDGE-SOUTH
           SUBTRACT 90 FROM GIS-EDGE-SOUTH
           ADD GIS-CELL-SIZE GIS-EDGE-SOUTH GIVING GIS-EDGE-NORTH
           MULTIPLY GIS-CEL-COL(GIS-CEL-IDX) BY GIS-CELL-SIZE
               GIVING GIS-EDGE-WEST
           SUBTRACT 180 FROM GIS-EDGE-WEST
           ADD GIS-CELL-SIZE GIS-EDGE-WEST GIVING GIS-EDGE-EAST
           PERFORM 2500-START-FEATURE THRU 2500-EXIT
           STRING '"geometry":{"type":"Polygon","coordinates":[['
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE GIS-EDGE-WEST  TO GIS-CORNER-LNG
           MOVE GIS-EDGE-SOUTH TO GIS-CORNER-LAT
           PERFORM 3100-APPEND-CORNER THRU 3100-EXIT
           MOVE GIS-EDGE-EAST  TO GIS-CORNER-LNG
           PERFORM 3100-APPEND-CORNER THRU 3100-EXIT
           MOVE GIS-EDGE-NORTH TO GIS-CORNER-LAT
           PERFORM 3100-APPEND-CORNER THRU 3100-EXIT
           MOVE GIS-EDGE-WEST  TO GIS-CORNER-LNG
           PERFORM 3100-APPEND-CORNER THRU 3100-EXIT
           MOVE GIS-EDGE-SOUTH TO GIS-CORNER-LAT
           PERFORM 3100-APPEND-CORNER THRU 3100-EXIT
           STRING ']]},"properties":{"cellRow":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE GIS-CEL-ROW(GIS-CEL-IDX) TO GIS-CNT-EDIT
           MOVE GIS-CNT-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING ',"cellCol":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE GIS-CEL-COL(GIS-CEL-IDX) TO GIS-CNT-EDIT
           MOVE GIS-CNT-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING ',"count":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE GIS-CEL-COUNT(GIS-CEL-IDX) TO GIS-CNT-EDIT
           MOVE GIS-CNT-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING ',"amount":'
               DELIMITED BY SIZE INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE GIS-CEL-AMOUNT(GIS-CEL-IDX) TO GIS-AMT-EDIT
           MOVE GIS-AMT-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING "}}" DELIMITED BY SIZE
               INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           WRITE GISOUT-RECORD FROM GIS-OUT-LINE.
       3000-EXIT.
           EXIT.
      *
      *> ONE [LONGITUDE,LATITUDE] PAIR OF THE RING, LED BY A COMMA
      *> WHEN IT IS NOT THE RING'S FIRST.
       3100-APPEND-CORNER.
           IF GIS-OUT-LINE(GIS-PTR - 1:1) = "]"
               STRING "," DELIMITED BY SIZE
                   INTO GIS-OUT-LINE WITH POINTER GIS-PTR
               END-STRING
           END-IF
           STRING "[" DELIMITED BY SIZE
               INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE GIS-CORNER-LNG TO GIS-DEG-EDIT
           MOVE GIS-DEG-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING "," DELIMITED BY SIZE
               INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING
           MOVE GIS-CORNER-LAT TO GIS-DEG-EDIT
           MOVE GIS-DEG-EDIT TO GIS-PIECE
           PERFORM 2600-APPEND-NUMBER THRU 2600-EXIT
           STRING "]" DELIMITED BY SIZE
               INTO GIS-OUT-LINE WITH POINTER GIS-PTR
           END-STRING.
       3100-EXIT.
           EXIT.
      *
       4000-CLOSE-COLLECTION.
           IF NOT GIS-GISOUT-OPENED
               GO TO 4000-EXIT
           END-IF
           MOVE "]}" TO GISOUT-RECORD
           WRITE GISOUT-RECORD
           DISPLAY "USGGIS - " GIS-TOTAL-CNT " RECORDS, "
               GIS-FEATURE-CNT " FEATURES, " GIS-UNASSIGNED-CNT
               " UNASSIGNED"
           IF GIS-OFF-GLOBE-CNT > 0
               DISPLAY "USGGIS - " GIS-OFF-GLOBE-CNT
                   " POINTS OFF THE GLOBE LEFT OUT OF THE GRID"
           END-IF
           IF GIS-BOX-OVERFLOW-CNT > 0
               OR GIS-CEL-OVERFLOW-CNT > 0
               DISPLAY "USGGIS - REGION OR GRID CELL TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       8500-POST-RUN-LOG.
           MOVE "USGGIS  " TO RNL-WS-PROGRAM
           MOVE GIS-TOTAL-CNT   TO RNL-WS-RECORDS-IN
           MOVE GIS-FEATURE-CNT TO RNL-WS-RECORDS-OUT
           MOVE GIS-OFF-GLOBE-CNT TO RNL-WS-RECORDS-SUSP
           MOVE GIS-BOX-TOP     TO RNL-WS-TABLE-PEAK (1)
           MOVE GIS-CEL-TOP     TO RNL-WS-TABLE-PEAK (2)
           PERFORM 8600-WRITE-RUN-LOG THRU 8600-EXIT.
       8500-EXIT.
           EXIT.
      *
      *> SHARED RUN-LOG WRITE PARAGRAPH - SEE RUNLOGWR.cpy.
       COPY RUNLOGWR.
      *
       9000-TERMINATE.
           IF GIS-USGGOOD-OPENED
               CLOSE USGGOOD-FILE
           END-IF
           IF GIS-GISOUT-OPENED
               CLOSE GISOUT-FILE
           END-IF.
