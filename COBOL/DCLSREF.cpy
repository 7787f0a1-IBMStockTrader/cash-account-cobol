      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.SANCREF)                                 *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SR-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.SANCREF TABLE
           ( REFID                          CHAR(16) NOT NULL,
             CUSTID                         CHAR(8) NOT NULL,
             SNAME                          CHAR(32) NOT NULL,
             COUNTRY                        CHAR(2),
             LISTID                         CHAR(12) NOT NULL,
             HITTYPE                        CHAR(1) NOT NULL,
             SRCPGM                         CHAR(8) NOT NULL,
             SRCREF                         CHAR(12),
             RSTATUS                        CHAR(1) NOT NULL,
             ENTRYDT                        CHAR(8) NOT NULL,
             ENTRYTM                        CHAR(6) NOT NULL,
             DECIDID                        CHAR(8),
             DECIDDT                        CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.SANCREF                    *
      ******************************************************************
       01  DCLSANCREF.
           10 SR-REFID             PIC X(16).
           10 SR-CUSTID            PIC X(8).
           10 SR-SNAME             PIC X(32).
           10 SR-COUNTRY           PIC X(2).
           10 SR-LISTID            PIC X(12).
           10 SR-HITTYPE           PIC X(1).
           10 SR-SRCPGM            PIC X(8).
           10 SR-SRCREF            PIC X(12).
           10 SR-RSTATUS           PIC X(1).
           10 SR-ENTRYDT           PIC X(8).
           10 SR-ENTRYTM           PIC X(6).
           10 SR-DECIDID           PIC X(8).
           10 SR-DECIDDT           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
      ******************************************************************
      * SANCREF IS THE SANCTIONS REFERRAL QUEUE: ONE ROW PER SCREENING *
      * HIT AWAITING OR HAVING HAD A COMPLIANCE DECISION. REFID IS     *
      * ENTRY DATE YYYYMMDD + TIME HHMMSS + 2-DIGIT SEQ, UNIQUE (AN    *
      * INSERT THAT COLLIDES RETRIES WITH THE NEXT SEQ, AS CASHPEND'S  *
      * PENDID DOES). CUSTID/SNAME/COUNTRY ARE THE SCREENED PARTY -    *
      * FOR A CASH07 SETTLEMENT HIT SNAME IS THE POSITION OWNER AND    *
      * CUSTID THAT OWNER'S MASTER ID (BLANK WHEN NO MASTER MATCHES).  *
      * LISTID IS THE WATCHLST ENTRY HIT AND HITTYPE ITS WTYPE. SRCPGM *
      * IS THE PROGRAM THAT RAISED IT AND SRCREF WHAT IT WAS DOING:    *
      *   CASH00  ACCOUNT OPEN - THE CURRENCY ASKED FOR                *
      *   CASH31  CUSTOMER ADD/UPDATE - BLANK                          *
      *   CASH38  NIGHTLY RESCREEN - BLANK                             *
      *   CASH07  SETTLEMENT - ITS REFERENCE; COUNTRY IS THE           *
      *           COUNTERPARTY BIC'S                                   *
      *   CASH00  'O' PAYMENT - ITS REFERENCE; COUNTRY IS THE          *
      *           BENEFICIARY IBAN'S. THE PAYMENT IS REFUSED, NOT      *
      *           HELD - THE CUSTOMER RE-ENTERS IT ONCE COMPLIANCE     *
      *           CLEARS THE HIT                                       *
      * RSTATUS:                                                       *
      *   'P' PENDING - CASH00 WILL NOT OPEN FOR THE CUSTOMER          *
      *   'F' CONFIRMED - THE CUSTOMER'S POSITIONS ARE FROZEN,         *
      *       ACCTSTAT 'F' WITH STATRSN 'SANC', AND A SANCTNS ALERT    *
      *       RAISED                                                   *
      *   'X' CLEARED AS A FALSE MATCH - THE SAME LISTID IS NOT        *
      *       REFERRED AGAIN FOR THE SAME CUSTOMER                     *
      *   'R' RELEASED - A CONFIRMED HIT LIFTED (E.G. DELISTED); THE   *
      *       'SANC' FREEZES ARE CLEARED BACK TO ACTIVE                *
      * DECIDID/DECIDDT ARE THE CASH39 USER AND BUSINESS DATE OF THE   *
      * LAST DECISION. ROWS ARE NEVER DELETED.                         *
      ******************************************************************
