      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.FXREVAL)                                 *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FV-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.FXREVAL TABLE
           ( OWNER                          CHAR(32) NOT NULL,
             CURRENCYC                      CHAR(8) NOT NULL,
             REVALDT                        CHAR(8) NOT NULL,
             BALANCE                        DECIMAL(9, 2) NOT NULL,
             BASECUR                        CHAR(5) NOT NULL,
             RATE                           DECIMAL(9, 6) NOT NULL,
             BASEAMT                        DECIMAL(11, 2) NOT NULL,
             PRIORDT                        CHAR(8) NOT NULL,
             PRIORAMT                       DECIMAL(11, 2) NOT NULL,
             REVALAMT                       DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.FXREVAL                    *
      ******************************************************************
       01  DCLFXREVAL.
           10 FV-OWNER             PIC X(32).
           10 FV-CURRENCYC         PIC X(8).
           10 FV-REVALDT           PIC X(8).
           10 FV-BALANCE           PIC S9(7)V9(2) USAGE COMP-3.
           10 FV-BASECUR           PIC X(5).
           10 FV-RATE              PIC S9(3)V9(6) USAGE COMP-3.
           10 FV-BASEAMT           PIC S9(9)V9(2) USAGE COMP-3.
           10 FV-PRIORDT           PIC X(8).
           10 FV-PRIORAMT          PIC S9(9)V9(2) USAGE COMP-3.
           10 FV-REVALAMT          PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * FXREVAL HOLDS ONE ROW PER NON-BASE CASHACCOUNTY POSITION PER   *
      * MONTH-END REVALUATION CASH41 MADE OF IT, KEYED (OWNER,         *
      * CURRENCYC, REVALDT). BALANCE IS THE POSITION'S BALANCE ON THE  *
      * REVALUATION DATE, RATE THE RATE IT WAS VALUED AT INTO BASECUR  *
      * AND BASEAMT THE RESULTING BASE-CURRENCY VALUE. PRIORDT AND     *
      * PRIORAMT ARE THE POSITION'S LAST EARLIER REVALUATION AND ITS   *
      * BASEAMT (BLANK AND ZERO ON ITS FIRST), AND REVALAMT THE        *
      * UNREALIZED GAIN (+) OR LOSS (-) BOOKED FOR THE POSITION - THE  *
      * NEW BASEAMT AGAINST PRIORAMT PLUS THE MONTH'S MOVEMENT AT THE  *
      * PRIOR RATE. A POSITION LEFT OUT FOR A STALE OR MISSING RATE    *
      * GETS NO ROW, SO THE NEXT GOOD MONTH MEASURES FROM ITS LAST     *
      * REVALUED ONE. A RERUN FOR THE SAME REVALDT REPLACES THAT       *
      * DATE'S ROWS; EARLIER DATES ARE NEVER CHANGED.                  *
      ******************************************************************
