      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.FXSPREAD)                                *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FS-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.FXSPREAD TABLE
           ( FROMCCY                        CHAR(8) NOT NULL,
             TOCCY                          CHAR(8) NOT NULL,
             TIER                           CHAR(1) NOT NULL,
             SPREADBP                       DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.FXSPREAD                   *
      ******************************************************************
       01  DCLFXSPREAD.
           10 FS-FROMCCY           PIC X(8).
           10 FS-TOCCY             PIC X(8).
           10 FS-TIER              PIC X(1).
           10 FS-SPREADBP          PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
      ******************************************************************
      * FXSPREAD IS THE FX PRICING TABLE: THE SPREAD, IN BASIS POINTS  *
      * OF THE MID RATE, THE SHOP TAKES ON A CONVERSION FROM FROMCCY   *
      * INTO TOCCY, KEYED FROMCCY+TOCCY+TIER. TIER IS THE CUSTOMER'S   *
      * CUSTMAST FXTIER; A BLANK TIER IS THE PAIR'S STANDARD SPREAD.   *
      * A CONVERSION LOOKS FOR THE CUSTOMER'S TIER ROW, THEN THE       *
      * PAIR'S STANDARD ROW; WITH NEITHER IT CONVERTS AT THE MID, AS   *
      * BEFORE THE TABLE EXISTED. THE CUSTOMER RATE IS THE MID MOVED   *
      * AGAINST THE CUSTOMER BY THE SPREAD: DOWN WHEN THE SHOP SELLS   *
      * THE POSITION CURRENCY (A CREDIT, THE CREDIT LEG OF AN 'E'),    *
      * UP WHEN IT BUYS IT BACK (A DEBIT). THE RATE ACTUALLY APPLIED   *
      * GOES TO CASHREF RATEAPPL AND HISTORY WS-VR-RATE, AND THE       *
      * MARGIN OVER THE MID CONVERSION TO CASHREF FXMARGIN AND         *
      * HISTORY WS-VR-MARGIN, FROM WHICH CASH13 POSTS FX REVENUE.      *
      * CASH00, CASH07 AND CASH19 ALL PRICE THROUGH THE SAME LOOKUP.   *
      * MAINTAINED THROUGH CASH44, NEVER THROUGH AD HOC SQL.           *
      ******************************************************************
