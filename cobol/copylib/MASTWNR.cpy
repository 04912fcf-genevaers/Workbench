      *> ------------------------------------------------------------
      *> MASTWNR - PRESENTS THE MASTER RECORD JUST READ AS MASTER_REC
      *> WHICHEVER LAYOUT IT CAME IN.  COPY THIS INTO THE PROCEDURE
      *> DIVISION OF ANY PROGRAM THAT HAS COPIED MASTWWS, MASTERREC
      *> AND MASTRECW INTO WORKING-STORAGE, AND PERFORM
      *> 7700-NARROW-MASTER-REC THRU 7700-EXIT AFTER EVERY
      *> SUCCESSFUL MASTER READ.  ON THE WIDENED LAYOUT EVERY FIELD
      *> BUT THE AMOUNT IS MOVED ACROSS AND AMOUNT OF MASTER_REC IS
      *> ZEROED - IT CANNOT HOLD A WIDENED BALANCE, AND A TRUNCATED
      *> ONE WOULD BE WORSE THAN NONE; THE BALANCE IS ALWAYS
      *> MASTW-AMOUNT.  PARAGRAPH NUMBER 7700 IS RESERVED FOR THIS
      *> COPYBOOK.
      *> ------------------------------------------------------------
       7700-NARROW-MASTER-REC.
           IF MASTW-OLD-LAYOUT
               MOVE AMOUNT OF MASTER_REC TO MASTW-AMOUNT
               GO TO 7700-EXIT
           END-IF
           MOVE MW-ACCOUNT-NO TO ACCOUNT_NO OF MASTER_REC
           MOVE MW-REC-TYPE   TO REC_TYPE OF MASTER_REC
           MOVE 0             TO AMOUNT OF MASTER_REC
           MOVE MW-AMOUNT     TO MASTW-AMOUNT
           MOVE MW-BIN-NO     TO BIN-NO OF MASTER_REC
           MOVE MW-DECIMAL-NO TO DECIMAL-NO OF MASTER_REC
           MOVE MW-DATE-YY    TO DATE-YY OF MASTER_REC
           MOVE MW-DATE-MM    TO DATE-MM OF MASTER_REC
           MOVE MW-DATE-DD    TO DATE-DD OF MASTER_REC
           MOVE MW-ACT-TYPE   TO ACT_TYPE OF MASTER_REC
           MOVE MW-ODATE-YY   TO ODATE-YY OF MASTER_REC
           MOVE MW-ODATE-MM   TO ODATE-MM OF MASTER_REC
           MOVE MW-ODATE-DD   TO ODATE-DD OF MASTER_REC
           MOVE MW-ODATE-TT   TO OYYMMDDTT OF MASTER_REC (7:2)
           MOVE MW-OTHER-TYPE TO OTHER_TYPE OF MASTER_REC.
       7700-EXIT.
           EXIT.
