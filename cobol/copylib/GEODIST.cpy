      *> ------------------------------------------------------------
      *> GEODIST - GREAT-CIRCLE DISTANCE PARAGRAPHS.  COPY THIS INTO
      *> THE PROCEDURE DIVISION OF ANY PROGRAM THAT HAS ALSO COPIED
      *> GEODSTWS INTO WORKING-STORAGE, AND PERFORM
      *> 7300-GREAT-CIRCLE-MILES THRU 7300-EXIT WITH THE TWO POINTS
      *> IN GDS-LAT1/GDS-LNG1 AND GDS-LAT2/GDS-LNG2.  HAVERSINE:
      *>     A = SIN(DLAT/2)**2 + COS(LAT1) COS(LAT2) SIN(DLNG/2)**2
      *>     D = 2 R ARCSIN(SQRT(A))
      *> EVERY COSINE ARGUMENT HERE LIES IN 0 TO PI, WHERE THE SERIES
      *> BELOW IS GOOD TO THE LAST DIGIT CARRIED; A SINE IS TAKEN AS
      *> THE COSINE OF ITS COMPLEMENT.
      *> ------------------------------------------------------------
       7300-GREAT-CIRCLE-MILES.
           COMPUTE GDS-DLAT = GDS-LAT2 - GDS-LAT1
           COMPUTE GDS-DLNG = GDS-LNG2 - GDS-LNG1
      *> THE SHORT WAY ROUND THE DATE LINE.
           IF GDS-DLNG > 180
               SUBTRACT 360 FROM GDS-DLNG
           END-IF
           IF GDS-DLNG < -180
               ADD 360 TO GDS-DLNG
           END-IF
           COMPUTE GDS-ARG =
               GDS-HALF-PI - GDS-DLAT * GDS-RAD-PER-DEG / 2
           PERFORM 7310-COSINE THRU 7310-EXIT
           MOVE GDS-COS TO GDS-SIN-DLAT
           COMPUTE GDS-ARG =
               GDS-HALF-PI - GDS-DLNG * GDS-RAD-PER-DEG / 2
           PERFORM 7310-COSINE THRU 7310-EXIT
           MOVE GDS-COS TO GDS-SIN-DLNG
           COMPUTE GDS-ARG = GDS-LAT1 * GDS-RAD-PER-DEG
           PERFORM 7310-COSINE THRU 7310-EXIT
           MOVE GDS-COS TO GDS-COS-LAT1
           COMPUTE GDS-ARG = GDS-LAT2 * GDS-RAD-PER-DEG
           PERFORM 7310-COSINE THRU 7310-EXIT
           MOVE GDS-COS TO GDS-COS-LAT2
           COMPUTE GDS-HAV = GDS-SIN-DLNG * GDS-SIN-DLNG
           MULTIPLY GDS-COS-LAT1 BY GDS-HAV
           MULTIPLY GDS-COS-LAT2 BY GDS-HAV
           COMPUTE GDS-TERM = GDS-SIN-DLAT * GDS-SIN-DLAT
           ADD GDS-TERM TO GDS-HAV
      *> ROUNDING IN THE LAST PLACE MUST NOT PUSH A OUTSIDE 0 TO 1.
           IF GDS-HAV < 0
               MOVE 0 TO GDS-HAV
           END-IF
           IF GDS-HAV > 1
               MOVE 1 TO GDS-HAV
           END-IF
           MOVE GDS-HAV TO GDS-ROOT-IN
           PERFORM 7320-SQUARE-ROOT THRU 7320-EXIT
           MOVE GDS-ROOT TO GDS-ASIN-ARG
           PERFORM 7330-ARCSINE THRU 7330-EXIT
           COMPUTE GDS-TERM = 2 * GDS-ASIN
           MULTIPLY GDS-EARTH-MILES BY GDS-TERM
               GIVING GDS-MILES ROUNDED.
       7300-EXIT.
           EXIT.
      *
      *> COSINE OF GDS-ARG (RADIANS, 0 TO PI) BY ITS TAYLOR SERIES -
      *> THIRTEEN TERMS LEAVE AN ERROR WELL BELOW THE LAST DIGIT.
       7310-COSINE.
           COMPUTE GDS-ARG-SQ = GDS-ARG * GDS-ARG
           MOVE 1 TO GDS-COS
           MOVE 1 TO GDS-TERM
           PERFORM 7311-COSINE-TERM THRU 7311-EXIT
               VARYING GDS-K FROM 1 BY 1
               UNTIL GDS-K > 13.
       7310-EXIT.
           EXIT.
      *
      *> EACH TERM IS THE LAST ONE TIMES -X**2 / ((2K-1)(2K)).  THE
      *> STEPS ARE KEPT APART SO NO INTERMEDIATE RESULT IS EVER A
      *> WHOLE-NUMBER QUOTIENT.
       7311-COSINE-TERM.
           MULTIPLY GDS-ARG-SQ BY GDS-TERM
           COMPUTE GDS-DIVISOR = (2 * GDS-K - 1) * (2 * GDS-K)
           DIVIDE GDS-DIVISOR INTO GDS-TERM
           MULTIPLY -1 BY GDS-TERM
           ADD GDS-TERM TO GDS-COS.
       7311-EXIT.
           EXIT.
      *
      *> SQUARE ROOT OF GDS-ROOT-IN (0 TO 1) BY NEWTON'S METHOD FROM
      *> 1 - EVEN THE SMALLEST NONZERO INPUT HAS SETTLED WELL INSIDE
      *> SIXTY STEPS.
       7320-SQUARE-ROOT.
           IF GDS-ROOT-IN NOT > 0
               MOVE 0 TO GDS-ROOT
               GO TO 7320-EXIT
           END-IF
           MOVE 1 TO GDS-ROOT
           PERFORM 7321-NEWTON-STEP THRU 7321-EXIT
               VARYING GDS-K FROM 1 BY 1
               UNTIL GDS-K > 60.
       7320-EXIT.
           EXIT.
      *
       7321-NEWTON-STEP.
           COMPUTE GDS-ROOT =
               (GDS-ROOT + GDS-ROOT-IN / GDS-ROOT) / 2.
       7321-EXIT.
           EXIT.
      *
      *> ARCSINE OF GDS-ASIN-ARG (0 TO 1).  THE SERIES IS SLOW NEAR 1,
      *> SO ABOVE SIN(PI/4) THE COMPLEMENT IDENTITY
      *>     ARCSIN(X) = PI/2 - ARCSIN(SQRT(1 - X**2))
      *> BRINGS THE ARGUMENT BACK UNDER 0.7072 FIRST.
       7330-ARCSINE.
           MOVE "N" TO GDS-FLIP-SW
           IF GDS-ASIN-ARG > 0.7071
               COMPUTE GDS-ROOT-IN = 1 - GDS-ASIN-ARG * GDS-ASIN-ARG
               PERFORM 7320-SQUARE-ROOT THRU 7320-EXIT
               MOVE GDS-ROOT TO GDS-ASIN-ARG
               MOVE "Y" TO GDS-FLIP-SW
           END-IF
           MOVE GDS-ASIN-ARG TO GDS-ASIN
           MOVE GDS-ASIN-ARG TO GDS-ASIN-POW
           MOVE 1 TO GDS-ASIN-COEF
           COMPUTE GDS-ARG-SQ = GDS-ASIN-ARG * GDS-ASIN-ARG
           PERFORM 7331-ARCSINE-TERM THRU 7331-EXIT
               VARYING GDS-K FROM 1 BY 1
               UNTIL GDS-K > 60
           IF GDS-FLIPPED
               COMPUTE GDS-ASIN = GDS-HALF-PI - GDS-ASIN
           END-IF.
       7330-EXIT.
           EXIT.
      *
      *> TERM K IS C(K) X**(2K+1) / (2K+1), WHERE EACH COEFFICIENT
      *> C(K) IS THE LAST ONE TIMES (2K-1)/(2K).
       7331-ARCSINE-TERM.
           COMPUTE GDS-DIVISOR = 2 * GDS-K - 1
           MULTIPLY GDS-DIVISOR BY GDS-ASIN-COEF
           COMPUTE GDS-DIVISOR = 2 * GDS-K
           DIVIDE GDS-DIVISOR INTO GDS-ASIN-COEF
           MULTIPLY GDS-ARG-SQ BY GDS-ASIN-POW
           COMPUTE GDS-TERM = GDS-ASIN-COEF * GDS-ASIN-POW
           COMPUTE GDS-DIVISOR = 2 * GDS-K + 1
           DIVIDE GDS-DIVISOR INTO GDS-TERM
           ADD GDS-TERM TO GDS-ASIN.
       7331-EXIT.
           EXIT.
