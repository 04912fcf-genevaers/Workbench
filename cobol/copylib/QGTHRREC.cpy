      ******************************************************************
      **                                                              *
      **  QGTHRREC  -  QUALITY-GATE THRESHOLD ROW                      *
      **                                                               *
      **  ONE ROW PER GATED CHECK ON DD QGTHR - THE EDIT PROGRAM, THE  *
      **  FEED AND THE CHECK NAME EXACTLY AS THE PROGRAM POSTS THEM    *
      **  ON ITS QUALITY-RESULT-RECORD (QUALREC), THE HARD LIMIT ON    *
      **  THE CHECK'S FAILURE RATE, AND THE ROLLING-AVERAGE TEST THAT  *
      **  CATCHES A SUDDEN JUMP WHILE STILL UNDER THE HARD LIMIT.  A   *
      **  ROW WITH A BLANK CHECK NAME COVERS EVERY CHECK ON THE FEED   *
      **  WITHOUT A ROW OF ITS OWN.  QUALGATE TRIPS A CHECK WHOSE      *
      **  RATE IS OVER QGT-MAX-FAIL-PCT, OR - WHEN QGT-AVG-WINDOW IS   *
      **  NOT ZERO AND THE CHECK HAS EARLIER RUNS ON FILE - WHOSE      *
      **  RATE IS MORE THAN QGT-JUMP-FACTOR TIMES THE AVERAGE RATE OF  *
      **  THOSE RUNS AND AT LEAST QGT-MIN-JUMP-PCT POINTS ABOVE IT.    *
      **  THE POINTS FLOOR KEEPS A CLEAN FEED (AVERAGE NEAR ZERO) FROM *
      **  TRIPPING ON ONE BAD RECORD.  A FACTOR BELOW 1.00 IS TAKEN AS *
      **  1.00; A WINDOW OVER 12 RUNS IS TAKEN AS 12.  RATES ARE       *
      **  PERCENTAGES OF RECORDS CHECKED.  FIELDS TAKE THE SAME SHORT  *
      **  RECORD-NAME PREFIX (QGT-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  QUALITY-THRESHOLD-RECORD.
           05  QGT-PROGRAM                 PIC X(08).
           05  QGT-FEED                    PIC X(08).
           05  QGT-CHECK-NAME              PIC X(20).
           05  QGT-MAX-FAIL-PCT            PIC 9(03)V99.
           05  QGT-AVG-WINDOW              PIC 9(02).
           05  QGT-JUMP-FACTOR             PIC 9(02)V99.
           05  QGT-MIN-JUMP-PCT            PIC 9(03)V99.
