      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.MONCASE)                                 *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MC-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.MONCASE TABLE
           ( CASEID                         CHAR(12) NOT NULL,
             OWNER                          CHAR(15) NOT NULL,
             RULEID                         CHAR(1) NOT NULL,
             CSTATUS                        CHAR(1) NOT NULL,
             OPENDT                         CHAR(8) NOT NULL,
             LASTDT                         CHAR(8) NOT NULL,
             HITS                           INTEGER NOT NULL,
             NPOST                          INTEGER NOT NULL,
             CURRENCYC                      CHAR(8) NOT NULL,
             TOTAMT                         DECIMAL(11, 2) NOT NULL,
             CLOSEDT                        CHAR(8) NOT NULL,
             CLOSEID                        CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.MONCASE                    *
      ******************************************************************
       01  DCLMONCASE.
           10 MC-CASEID            PIC X(12).
           10 MC-OWNER             PIC X(15).
           10 MC-RULEID            PIC X(1).
           10 MC-CSTATUS           PIC X(1).
           10 MC-OPENDT            PIC X(8).
           10 MC-LASTDT            PIC X(8).
           10 MC-HITS              PIC S9(9) USAGE COMP.
           10 MC-NPOST             PIC S9(9) USAGE COMP.
           10 MC-CURRENCYC         PIC X(8).
           10 MC-TOTAMT            PIC S9(9)V9(2) USAGE COMP-3.
           10 MC-CLOSEDT           PIC X(8).
           10 MC-CLOSEID           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      ******************************************************************
      * MONCASE HOLDS THE SUSPICIOUS-ACTIVITY ALERT CASES CASH40       *
      * RAISES: AT MOST ONE OPEN CASE PER OWNER (THE 15-BYTE HISTORY   *
      * NAME) AND RULE. CASEID IS 'SA' + OPENING BUSINESS DATE YYMMDD  *
      * + 4-DIGIT SEQ, UNIQUE. RULEID:                                 *
      *   'S' STRUCTURING - A RUN OF DEBITS JUST UNDER THE CURRENCY'S  *
      *       MAKER-CHECKER THRESHOLD                                  *
      *   'L' LARGE CREDIT FOLLOWED BY NEAR-TOTAL WITHDRAWAL           *
      *   'E' REPEATED CROSS-CURRENCY 'E' ROUND TRIPS                  *
      * CSTATUS 'O' OPEN, 'C' CLOSED ON CLOSEDT BY CLOSEID - THE       *
      * INVESTIGATOR'S DISPOSITIONS REACH CASH40 AS ITS CASECLOS FILE. *
      * LASTDT IS THE LAST BUSINESS DATE WHOSE POSTINGS THE CASE       *
      * ACCOUNTS FOR: A RULE IS ONLY EVER EVALUATED OVER POSTINGS      *
      * AFTER THE OWNER'S LATEST CASE FOR IT, SO THE SAME PATTERN IS   *
      * NEVER RAISED TWICE. NEW ACTIVITY THAT MATCHES AGAIN WHILE A    *
      * CASE IS OPEN ADDS TO THAT CASE (HITS, NPOST, TOTAMT, LASTDT)   *
      * INSTEAD OF OPENING ANOTHER. CURRENCYC/TOTAMT ARE THE MATCHED   *
      * CURRENCY AND AMOUNT - BLANK AND ZERO FOR 'E', WHOSE LEGS SPAN  *
      * CURRENCIES. ROWS ARE NEVER DELETED.                            *
      ******************************************************************
