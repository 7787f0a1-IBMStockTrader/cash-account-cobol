      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.CHGLOG)                                  *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.CHGLOG TABLE
           ( TABNAME                        CHAR(10) NOT NULL,
             TABKEY                         CHAR(40) NOT NULL,
             ACTION                         CHAR(1) NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             PGMNAME                        CHAR(8) NOT NULL,
             CHGDT                          CHAR(8) NOT NULL,
             CHGTM                          CHAR(6) NOT NULL,
             BUSDT                          CHAR(8) NOT NULL,
             BEFOREIMG                      CHAR(160) FOR BIT DATA,
             AFTERIMG                       CHAR(160) FOR BIT DATA
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.CHGLOG                     *
      ******************************************************************
       01  DCLCHGLOG.
           10 CL-TABNAME           PIC X(10).
           10 CL-TABKEY            PIC X(40).
           10 CL-ACTION            PIC X(1).
           10 CL-USERID            PIC X(8).
           10 CL-PGMNAME           PIC X(8).
           10 CL-CHGDT             PIC X(8).
           10 CL-CHGTM             PIC X(6).
           10 CL-BUSDT             PIC X(8).
           10 CL-BEFOREIMG         PIC X(160).
           10 CL-AFTERIMG          PIC X(160).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * CHGLOG IS THE REFERENCE-DATA CHANGE LOG: ONE ROW PER ADD       *
      * ('A'), UPDATE ('U') OR EXPIRE ('E') A MAINTENANCE TRANSACTION  *
      * MAKES, INSERTED IN THE SAME UNIT OF WORK AS THE CHANGE ITSELF  *
      * - A CHANGE WHOSE LOG ROW CANNOT BE WRITTEN IS ROLLED BACK AND  *
      * ANSWERS 'LOG FAILED'. TABNAME IS THE TABLE'S UNQUALIFIED NAME  *
      * AND TABKEY ITS KEY AS THE TRANSACTION WAS GIVEN IT:            *
      *   FRANKFURT1  CASH02  CURRNKEY                                 *
      *   INTRATE     CASH09  CURRENCYC + EFFDT                        *
      *   STANDORD    CASH18  ORDERID                                  *
      *   OWNERTAX    CASH21  OWNER                                    *
      *   USERENT     CASH22  USERID                                   *
      *   CURRMAST    CASH23  CURRENCYC                                *
      *   ADVPREF     CASH25  OWNER                                    *
      *   VELLIMIT    CASH26  OWNER                                    *
      *   CUSTMAST    CASH31  CUSTID                                   *
      *   HOLCAL      CASH33  CALCODE + HOLDT                          *
      *   FXSPREAD    CASH44  FROMCCY + TOCCY + TIER                   *
      *   CASHACCT    CASH46  OWNER + CURRENCYC (CASHACCOUNTY - ITS    *
      *                       NAME DOES NOT FIT TABNAME; A REBUILD     *
      *                       RESTORE, NOT REFERENCE DATA)             *
      * USERID IS THE CALLER THE TRANSACTION CHECKED ENTITLEMENT FOR.  *
      * CHGDT/CHGTM ARE WALL-CLOCK; BUSDT IS THE LEDGER BUSINESS DATE  *
      * THE CHANGE WAS MADE IN, WHICH THE NIGHTLY CASH36 REPORT        *
      * SELECTS ON. BEFOREIMG AND AFTERIMG ARE THE WHOLE ROW AS ITS    *
      * OWN DCLGEN HOST STRUCTURE (PACKED FIELDS AND ALL) BEFORE AND   *
      * AFTER THE CHANGE - BLANK BEFORE AN ADD AND AFTER A PHYSICAL    *
      * DELETE. CASH36 MAPS THEM BACK THROUGH THE SAME DCLGENS, SO A   *
      * COLUMN ADDED TO ONE OF THOSE TABLES NEEDS ITS CASH36 FORMAT    *
      * LINE TOO. ROWS ARE NEVER UPDATED OR DELETED BY ANY PROGRAM.    *
      ******************************************************************
