      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.ESCHEAT)                                 *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ES-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.ESCHEAT TABLE
           ( ESCHREF                        CHAR(12) NOT NULL,
             OWNER                          CHAR(32) NOT NULL,
             CURRENCYC                      CHAR(8) NOT NULL,
             CUSTID                         CHAR(8),
             COUNTRY                        CHAR(2),
             LASTACTDT                      CHAR(8),
             NOTICEDT                       CHAR(8) NOT NULL,
             ESCHDT                         CHAR(8),
             AMOUNT                         DECIMAL(9, 2),
             ESTATUS                        CHAR(1) NOT NULL,
             RECLMDT                        CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.ESCHEAT                    *
      ******************************************************************
       01  DCLESCHEAT.
           10 ES-ESCHREF           PIC X(12).
           10 ES-OWNER             PIC X(32).
           10 ES-CURRENCYC         PIC X(8).
           10 ES-CUSTID            PIC X(8).
           10 ES-COUNTRY           PIC X(2).
           10 ES-LASTACTDT         PIC X(8).
           10 ES-NOTICEDT          PIC X(8).
           10 ES-ESCHDT            PIC X(8).
           10 ES-AMOUNT            PIC S9(7)V9(2) USAGE COMP-3.
           10 ES-ESTATUS           PIC X(1).
           10 ES-RECLMDT           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * ESCHEAT TRACKS ONE DORMANT POSITION (OWNER-AND-CURRENCY)       *
      * THROUGH THE UNCLAIMED-PROPERTY CYCLE CASH35 RUNS. ESCHREF IS   *
      * 'ES' + NOTICE DATE YYMMDD + SEQ, UNIQUE, AND FOLLOWS THE CASE  *
      * FROM NOTICE TO RECLAIM - IT IS ALSO THE CASHREF REFID OF THE   *
      * ESCHEAT POSTING, SO THE OWNER RECLAIMS WITH A CASH00 'V'       *
      * REVERSAL NAMING IT. ESTATUS:                                   *
      *   'N' DUE-DILIGENCE NOTICE SENT ON NOTICEDT                    *
      *   'X' CLEARED - THE OWNER SHOWED ACTIVITY AFTER THE NOTICE     *
      *   'E' ESCHEATED ON ESCHDT: AMOUNT MOVED TO THE ESCHEAT         *
      *       SUSPENSE POSITION, THE POSITION SET ACCTSTAT 'E' WITH    *
      *       STATRSN 'ESCH'                                           *
      *   'R' RECLAIMED ON RECLMDT - AMOUNT BACK ON THE POSITION       *
      * CUSTID/COUNTRY COME FROM THE CUSTMAST ROW WHOSE LEGAL NAME     *
      * MATCHES THE OWNER (SPACES WHEN NONE DOES); COUNTRY IS THE      *
      * JURISDICTION THE UNCLAIMED-PROPERTY REPORT GROUPS UNDER.       *
      * LASTACTDT IS THE LAST HISTORY ACTIVITY CASH06 FOUND (SPACES =  *
      * NONE EVER). ROWS ARE NEVER DELETED - THE ORIGINAL OWNER AND    *
      * AMOUNT STAY TRACEABLE FOR AS LONG AS A CLAIM CAN ARRIVE.       *
      ******************************************************************
