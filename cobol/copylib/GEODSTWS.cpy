      *> ------------------------------------------------------------
      *> GEODSTWS - WORKING FIELDS FOR THE SHARED GREAT-CIRCLE
      *> DISTANCE PARAGRAPH.  COPY THIS INTO WORKING-STORAGE AND COPY
      *> GEODIST INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT
      *> MEASURES HOW FAR APART TWO LATUD/LNGTD POINTS ARE.  MOVE THE
      *> TWO POINTS, IN DECIMAL DEGREES, TO GDS-LAT1/GDS-LNG1 AND
      *> GDS-LAT2/GDS-LNG2 AND PERFORM 7300-GREAT-CIRCLE-MILES THRU
      *> 7300-EXIT; THE DISTANCE COMES BACK IN GDS-MILES.  THE
      *> HAVERSINE FORMULA IS WORKED WITH SERIES AND NEWTON STEPS IN
      *> PLAIN DECIMAL ARITHMETIC, GOOD TO A HUNDREDTH OF A MILE
      *> ANYWHERE ON THE GLOBE.  GEODIST'S PARAGRAPH NUMBERS (THE
      *> 7300 RANGE) ARE RESERVED FOR THIS COPYBOOK PAIR, THE SAME
      *> RESERVATION RULE AS CENTPVT/CENTWIN.
      *> ------------------------------------------------------------
       01  GDS-LAT1                        PIC S9(03)V9(07) VALUE 0.
       01  GDS-LNG1                        PIC S9(03)V9(07) VALUE 0.
       01  GDS-LAT2                        PIC S9(03)V9(07) VALUE 0.
       01  GDS-LNG2                        PIC S9(03)V9(07) VALUE 0.
       01  GDS-MILES                       PIC 9(05)V99    VALUE 0.
      *> MEAN EARTH RADIUS IN MILES, AND THE ANGLE CONSTANTS.
       01  GDS-EARTH-MILES                 PIC 9(04)V9(01) VALUE 3958.8.
       01  GDS-RAD-PER-DEG                 PIC V9(18)
                                           VALUE .017453292519943296.
       01  GDS-HALF-PI                     PIC 9(01)V9(16)
                                           VALUE 1.5707963267948966.
      *> ------------------- WORKING FIELDS ---------------------------
       01  GDS-DLAT                        PIC S9(03)V9(07) VALUE 0.
       01  GDS-DLNG                        PIC S9(03)V9(07) VALUE 0.
       01  GDS-ARG                         PIC S9(02)V9(16) VALUE 0.
       01  GDS-ARG-SQ                      PIC S9(02)V9(16) VALUE 0.
       01  GDS-TERM                        PIC S9(02)V9(16) VALUE 0.
       01  GDS-COS                         PIC S9(02)V9(16) VALUE 0.
       01  GDS-SIN-DLAT                    PIC S9(02)V9(16) VALUE 0.
       01  GDS-SIN-DLNG                    PIC S9(02)V9(16) VALUE 0.
       01  GDS-COS-LAT1                    PIC S9(02)V9(16) VALUE 0.
       01  GDS-COS-LAT2                    PIC S9(02)V9(16) VALUE 0.
       01  GDS-HAV                         PIC S9(02)V9(16) VALUE 0.
       01  GDS-ROOT-IN                     PIC S9(02)V9(16) VALUE 0.
       01  GDS-ROOT                        PIC S9(02)V9(16) VALUE 0.
       01  GDS-ASIN-ARG                    PIC S9(02)V9(16) VALUE 0.
       01  GDS-ASIN-POW                    PIC S9(02)V9(16) VALUE 0.
       01  GDS-ASIN-COEF                   PIC S9(02)V9(16) VALUE 0.
       01  GDS-ASIN                        PIC S9(02)V9(16) VALUE 0.
       01  GDS-FLIP-SW                     PIC X(01)       VALUE "N".
           88  GDS-FLIPPED                 VALUE "Y".
       01  GDS-K                           PIC 9(04) COMP  VALUE 0.
       01  GDS-DIVISOR                     PIC 9(04) COMP  VALUE 0.
