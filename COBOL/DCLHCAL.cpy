      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.HOLCAL)                                  *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HC-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.HOLCAL TABLE
           ( CALCODE                        CHAR(8) NOT NULL,
             HOLDT                          CHAR(8) NOT NULL,
             DESCR                          CHAR(20)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.HOLCAL                     *
      ******************************************************************
       01  DCLHOLCAL.
           10 HC-CALCODE           PIC X(8).
           10 HC-HOLDT             PIC X(8).
           10 HC-DESCR             PIC X(20).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
      ******************************************************************
      * HOLCAL IS THE NON-WORKING-DAY CALENDAR: ONE ROW PER CALENDAR   *
      * CODE AND HOLIDAY DATE (YYYYMMDD). THE CALENDAR CODE IS A       *
      * CURRENCY (CURRENCYC, E.G. 'USD') FOR THE MARKET THAT SETTLES   *
      * IT, OR A REGION ID ('CASHRGN') FOR THE LEDGER'S OWN CALENDAR.  *
      * SATURDAYS AND SUNDAYS ARE NEVER WORKING DAYS AND ARE NOT       *
      * KEYED; A DATE IS A WORKING DAY WHEN IT IS A WEEKDAY WITH NO    *
      * ROW UNDER THE CALENDAR THE CALLER CHECKS:                      *
      *   CASH20 REOPEN - REGION CALENDAR, NEXT WORKING DAY            *
      *   CASH19 NEXTRUN - ORDER'S CURRENCY, SO-BDCONV CONVENTION      *
      *   CASH07 VALUE DATE - SETTLEMENT CURRENCY, REJECT OR ROLL      *
      *   CASH01 ACCRUAL - POSITION'S CURRENCY, DAYS TO NEXT WORKING   *
      *                    DAY ACCRUE ON THE WORKING DAY BEFORE THEM   *
      * A CALENDAR WITH NO ROWS IS WEEKENDS ONLY. HOST NAMES CARRY THE *
      * HC- PREFIX. MAINTAINED THROUGH CASH33 ('H' ENTITLEMENT).       *
      ******************************************************************
