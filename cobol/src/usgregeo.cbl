      **                   USGREGEO/CONFGRADE ROW) FIRST, FALLING     *
      **                   BACK TO THE REGEOPRM CARD - THE VALUE      *
      **                   PARMVAL PROVED IS THE VALUE THE RUN USES.  *
      **  2026/10/15 DAO   TAKE ONLY THE PARMLIB ROW IN FORCE ON THE  *
      **                   RUN DATE - THE LIBRARY NOW CARRIES         *
      **                   EFFECTIVE-DATED WINDOWS (PARMMNT), CLOSED  *
      **                   AND SCHEDULED ONES INCLUDED.               *
      **                                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           88  RGO-PARMLIB-EOF              VALUE "Y".
       01  RGO-LIB-FOUND-SW                 PIC X(01)      VALUE "N".
           88  RGO-LIB-FOUND                VALUE "Y".
      *> THE DAY A PARMLIB ROW MUST BE IN FORCE ON TO BE USED.
       01  RGO-LIB-RUN-DATE                 PIC 9(08)      VALUE 0.
       01  RGO-EOF-SW                       PIC X(01)      VALUE "N".
           88  RGO-EOF                      VALUE "Y".
       01  RGO-FIX-EOF-SW                   PIC X(01)      VALUE "N".
      *  THE VALUE THE RUN USES.                                      *
      ******************************************************************
       1050-RESOLVE-LIBRARY-PARM.
           ACCEPT RGO-LIB-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMLIB-FILE
           IF NOT RGO-PARMLIB-OK
               GO TO 1050-EXIT
               OR PRM-PARM-NAME NOT = "CONFGRADE"
               GO TO 1060-EXIT
           END-IF
      *> A ROW NOT YET IN FORCE, OR ALREADY CLOSED, IS SKIPPED - A
      *> BLANK DATE (A ROW KEYED BEFORE THE WINDOWS) DOES NOT LIMIT.
           IF PRM-EFF-DATE IS NUMERIC
               AND PRM-EFF-DATE > RGO-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-END-DATE IS NUMERIC AND PRM-END-DATE NOT = 0
               AND PRM-END-DATE < RGO-LIB-RUN-DATE
               GO TO 1060-EXIT
           END-IF
           IF PRM-PARM-VALUE(1:1) = SPACE
               DISPLAY "USGREGEO - PARMLIB CONFGRADE IS BLANK - THE "
                   "REGEOPRM CARD OR DEFAULT IS USED"
