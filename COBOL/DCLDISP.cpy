      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.DISPCASE)                                *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DC-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.DISPCASE TABLE
           ( CASEID                         CHAR(12) NOT NULL,
             REFID                          CHAR(12) NOT NULL,
             OWNER                          CHAR(32) NOT NULL,
             CURRENCYC                      CHAR(8) NOT NULL,
             ORIGREQ                        CHAR(1) NOT NULL,
             ORIGAMT                        DECIMAL(9, 2) NOT NULL,
             RATEAPPL                       DECIMAL(9, 6) NOT NULL,
             DISPAMT                        DECIMAL(9, 2) NOT NULL,
             REASON                         CHAR(4) NOT NULL,
             CSTATUS                        CHAR(1) NOT NULL,
             PROVSTAT                       CHAR(1) NOT NULL,
             PROVAMT                        DECIMAL(9, 2) NOT NULL,
             PROVDT                         CHAR(8) NOT NULL,
             OPENDT                         CHAR(8) NOT NULL,
             OPENTM                         CHAR(6) NOT NULL,
             OPENID                         CHAR(8) NOT NULL,
             DUEDT                          CHAR(8) NOT NULL,
             FINDINGS                       CHAR(60) NOT NULL,
             CLOSEID                        CHAR(8) NOT NULL,
             CLOSEDT                        CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.DISPCASE                   *
      ******************************************************************
       01  DCLDISPCASE.
           10 DC-CASEID            PIC X(12).
           10 DC-REFID             PIC X(12).
           10 DC-OWNER             PIC X(32).
           10 DC-CURRENCYC         PIC X(8).
           10 DC-ORIGREQ           PIC X(1).
           10 DC-ORIGAMT           PIC S9(7)V9(2) USAGE COMP-3.
           10 DC-RATEAPPL          PIC S9(3)V9(6) USAGE COMP-3.
           10 DC-DISPAMT           PIC S9(7)V9(2) USAGE COMP-3.
           10 DC-REASON            PIC X(4).
           10 DC-CSTATUS           PIC X(1).
           10 DC-PROVSTAT          PIC X(1).
           10 DC-PROVAMT           PIC S9(7)V9(2) USAGE COMP-3.
           10 DC-PROVDT            PIC X(8).
           10 DC-OPENDT            PIC X(8).
           10 DC-OPENTM            PIC X(6).
           10 DC-OPENID            PIC X(8).
           10 DC-DUEDT             PIC X(8).
           10 DC-FINDINGS          PIC X(60).
           10 DC-CLOSEID           PIC X(8).
           10 DC-CLOSEDT           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
      ******************************************************************
      * DISPCASE IS THE CUSTOMER DISPUTE CASE FILE: ONE ROW PER        *
      * POSTING A CUSTOMER DISPUTES, OPENED AND WORKED THROUGH CASH50. *
      * CASEID IS 'DP' + OPEN DATE YYMMDD + 4-DIGIT SEQ, UNIQUE (AN    *
      * INSERT THAT COLLIDES RETRIES WITH THE NEXT SEQ). REFID IS THE  *
      * CASHREF REFERENCE OF THE DISPUTED POSTING - A 'D' DEBIT (AN    *
      * ONLINE DEBIT, A CASH07 SETTLEMENT OR A CASH19 STANDING ORDER)  *
      * OR AN 'O' OUTBOUND PAYMENT, STILL APPLIED. ONLY ONE OPEN CASE  *
      * PER REFID. OWNER, CURRENCYC, ORIGREQ, ORIGAMT AND RATEAPPL ARE *
      * COPIED FROM THAT CASHREF ROW AT OPEN, SO THE CASE STANDS ON    *
      * ITS OWN IF THE REFERENCE IS LATER REUSED. DISPAMT IS THE PART  *
      * OF ORIGAMT THE CUSTOMER DISPUTES (ALL OF IT UNLESS SAID).      *
      * REASON IS A FREE 4-CHARACTER CODE (E.G. 'UNRC' NOT RECOGNISED, *
      * 'AMNT' WRONG AMOUNT, 'DUPL' CHARGED TWICE).                    *
      * CSTATUS:                                                       *
      *   'O' OPEN - UNDER INVESTIGATION                               *
      *   'U' UPHELD - THE CUSTOMER WAS RIGHT; THE PROVISIONAL CREDIT  *
      *       (POSTED THEN IF THERE WAS NONE) IS FINAL                 *
      *   'D' DENIED - THE POSTING STANDS; ANY PROVISIONAL CREDIT IS   *
      *       CLAWED BACK                                              *
      * PROVSTAT IS THE PROVISIONAL CREDIT - A CASH00 'N' POSTING OF   *
      * DISPAMT AT RATEAPPL, WHOSE OWN CASHREF ROW AND AUDIT RECORD    *
      * CARRY THE CASE ID AS THEIR REFERENCE:                          *
      *   ' ' NONE GIVEN                                               *
      *   'P' PROVISIONAL - PROVAMT CREDITED ON PROVDT                 *
      *   'F' FINAL - THE CASE WAS UPHELD                              *
      *   'C' CLAWED BACK - THE CASE WAS DENIED AND A CASH00 'Z'       *
      *       DEBITED PROVAMT BACK (CASH24 ADVISES THE CUSTOMER). THE  *
      *       'N' CASHREF ROW IS MARKED REVERSED                       *
      * OPENDT IS THE BUSINESS DATE THE CASE OPENED AND DUEDT THE      *
      * REGULATORY RESOLUTION DEADLINE CASH50 SETS FROM IT; CASH51     *
      * REPORTS OPEN CASES NEARING OR PAST IT EVERY NIGHT. FINDINGS    *
      * IS THE INVESTIGATOR'S NOTE, REQUIRED BEFORE A DENIAL.          *
      * CLOSEID/CLOSEDT ARE THE CASH50 USER AND BUSINESS DATE OF THE   *
      * DECISION. ROWS ARE NEVER DELETED.                              *
      ******************************************************************
