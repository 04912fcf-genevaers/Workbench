      ******************************************************************
      **                                                              *
      **  PARMHREC  -  PARAMETER LIBRARY CHANGE HISTORY                *
      **                                                               *
      **  ONE ROW PER CHANGE PARMMNT APPLIES TO THE CENTRAL PARAMETER  *
      **  LIBRARY (PARMLREC.cpy), APPENDED TO DD PARMHIST AND NEVER    *
      **  REWRITTEN - WHEN THE CHANGE WAS MADE AND BY WHICH ANALYST,   *
      **  THE ACTION ("A" ADD, "C" CHANGE, "R" RETIRE), THE PROGRAM    *
      **  AND PARAMETER, THE DATE THE CHANGE TAKES EFFECT, AND THE     *
      **  VALUE BEFORE AND AFTER.  AN ADD HAS NO BEFORE VALUE AND A    *
      **  RETIRE NO AFTER VALUE.  PARMHRPT LISTS THESE ROWS BESIDE THE *
      **  VALUE IN FORCE ON AN AS-OF DATE.  FIELDS TAKE THE SAME SHORT *
      **  RECORD-NAME PREFIX (PMH-) THAT GVBRH.CPY USES FOR ITS OWN    *
      **  FIELDS.                                                      *
      **                                                               *
      ******************************************************************
       01  PARM-HISTORY-RECORD.
           05  PMH-CHG-DATE                PIC 9(08).
           05  PMH-CHG-TIME                PIC 9(08).
           05  PMH-ANALYST-ID              PIC X(10).
           05  PMH-ACTION                  PIC X(01).
               88  PMH-ADD                 VALUE "A".
               88  PMH-CHANGE              VALUE "C".
               88  PMH-RETIRE              VALUE "R".
           05  PMH-PROGRAM                 PIC X(08).
           05  PMH-PARM-NAME               PIC X(12).
           05  PMH-EFF-DATE                PIC 9(08).
           05  PMH-BEFORE-VALUE            PIC X(20).
           05  PMH-AFTER-VALUE             PIC X(20).
