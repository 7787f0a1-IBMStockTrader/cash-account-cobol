             PROCDT                         CHAR(8),
             AMOUNT                         DECIMAL(9, 2),
             RATEAPPL                       DECIMAL(9, 6),
             RSTATUS                        CHAR(1),
             FXMARGIN                       DECIMAL(9, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.CASHREF                    *
           10 REF-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 REF-RATEAPPL         PIC S9(3)V9(6) USAGE COMP-3.
           10 REF-RSTATUS          PIC X(1).
           10 REF-FXMARGIN         PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * CASHREF REMEMBERS THE CALLER-SUPPLIED TRANSACTION REFERENCE OF *
      * RSTATUS - A ZERO AMOUNT IS NOT REVERSIBLE ('NOT REVSBL') AND   *
      * A BLANK RSTATUS STILL TRIPS THE DUPLICATE CHECK AS APPLIED.    *
      ******************************************************************
      ******************************************************************
      * FXMARGIN IS THE FX MARGIN THE POSTING EARNED: THE DIFFERENCE,  *
      * IN THE POSITION CURRENCY, BETWEEN THE MOVEMENT AT THE MID RATE *
      * AND THE MOVEMENT AT THE CUSTOMER RATE RATEAPPL HOLDS (SEE      *
      * DCLFXSP). ZERO WHERE NO SPREAD APPLIED. THE 'V' REVERSAL       *
      * UNWINDS AT RATEAPPL AND HANDS THE SAME MARGIN BACK. ADDED NOT  *
      * NULL WITH DEFAULT, SO OLDER ROWS CARRY ZERO.                   *
      ******************************************************************
      ******************************************************************
      * RSTATUS 'T' MARKS AN 'O' OUTBOUND PAYMENT THE BENEFICIARY'S    *
      * BANK RETURNED - CASH48 RE-CREDITED IT (SEE DCLPOUT). LIKE AN   *
      * APPLIED ROW IT STILL TRIPS THE DUPLICATE CHECK, AND IT IS NOT  *
      * REVERSIBLE - THE MONEY IS ALREADY BACK.                        *
      ******************************************************************
      ******************************************************************
      * A CASH00 'N' ROW IS A DISPUTE'S PROVISIONAL CREDIT; ITS REFID  *
      * IS THE DISPCASE CASE ID, NOT A CALLER REFERENCE (SEE DCLDISP). *
      * 'N' IS NOT REVERSIBLE BY 'V' - ONLY THE CASE'S DENIAL UNDOES   *
      * IT, THROUGH A CASH00 'Z' CLAWBACK THAT MARKS THE ROW 'R'.      *
      ******************************************************************
