      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.WATCHLST)                                *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(WL-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.WATCHLST TABLE
           ( LISTID                         CHAR(12) NOT NULL,
             LISTSRC                        CHAR(8) NOT NULL,
             WTYPE                          CHAR(1) NOT NULL,
             LISTNAME                       CHAR(32) NOT NULL,
             NAMEKEY                        CHAR(32) NOT NULL,
             COUNTRY                        CHAR(2),
             WSTATUS                        CHAR(1) NOT NULL,
             LOADDT                         CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.WATCHLST                   *
      ******************************************************************
       01  DCLWATCHLST.
           10 WL-LISTID            PIC X(12).
           10 WL-LISTSRC           PIC X(8).
           10 WL-WTYPE             PIC X(1).
           10 WL-LISTNAME          PIC X(32).
           10 WL-NAMEKEY           PIC X(32).
           10 WL-COUNTRY           PIC X(2).
           10 WL-WSTATUS           PIC X(1).
           10 WL-LOADDT            PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * WATCHLST IS THE SANCTIONS WATCH LIST, ONE ROW PER PUBLISHED    *
      * ENTRY, LOADED ONLY BY THE CASH37 BATCH FROM THE REGULATOR'S    *
      * LIST FILE. LISTID IS THE PUBLISHER'S OWN ENTRY ID AND LISTSRC  *
      * THE LIST IT CAME FROM. WTYPE:                                  *
      *   'N' NAMED PARTY - LISTNAME AS PUBLISHED, COUNTRY OPTIONAL    *
      *   'C' EMBARGOED COUNTRY - COUNTRY ONLY                         *
      *   'B' SANCTIONED BANK - LISTNAME IS THE BIC                    *
      * NAMEKEY IS WHAT SCREENING COMPARES ON: FOR 'N' THE NAME        *
      * UPPER-CASED WITH BLANKS, '.', ',' AND '-' SQUEEZED OUT, FOR    *
      * 'B' THE 8-BYTE BIC INSTITUTION+COUNTRY+LOCATION, FOR 'C' THE   *
      * COUNTRY CODE. THE LOADER BUILDS IT WITH THE SAME SQL SQUEEZE   *
      * (REPLACE(REPLACE(REPLACE(REPLACE(UPPER(X),' ',''),'.',''),     *
      * ',',''),'-','')) THAT CASH00, CASH31 AND CASH38 APPLY TO THE   *
      * CUSTOMER'S LEGAL NAME, SO THE TWO SIDES ALWAYS AGREE. A NAMED  *
      * PARTY WITH A COUNTRY HITS ONLY CUSTOMERS OF THAT COUNTRY.      *
      * WSTATUS 'A' ACTIVE, 'D' DELISTED - A RELOAD OF A LIST MARKS    *
      * ALL ITS ROWS 'D' AND RE-ACTIVATES THE ONES STILL PUBLISHED, SO *
      * ROWS ARE NEVER DELETED AND A REFERRAL'S LISTID ALWAYS          *
      * RESOLVES.                                                      *
      * LOADDT IS THE BUSINESS DATE OF THE LOAD THAT LAST SAW THE ROW. *
      ******************************************************************
