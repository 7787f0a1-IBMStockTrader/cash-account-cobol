      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.PAYOUT)                                  *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PO-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.PAYOUT TABLE
           ( REFID                          CHAR(12) NOT NULL,
             OWNER                          CHAR(32) NOT NULL,
             CURRENCYC                      CHAR(8) NOT NULL,
             AMOUNT                         DECIMAL(9, 2) NOT NULL,
             BENENAME                       CHAR(35) NOT NULL,
             BENEIBAN                       CHAR(34) NOT NULL,
             BENEBIC                        CHAR(11) NOT NULL,
             ENTRYDT                        CHAR(8) NOT NULL,
             ENTRYTM                        CHAR(6) NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             PSTATUS                        CHAR(1) NOT NULL,
             FILEID                         CHAR(16) NOT NULL,
             SENTDT                         CHAR(8) NOT NULL,
             RETDT                          CHAR(8) NOT NULL,
             RETRSN                         CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.PAYOUT                     *
      ******************************************************************
       01  DCLPAYOUT.
           10 PO-REFID             PIC X(12).
           10 PO-OWNER             PIC X(32).
           10 PO-CURRENCYC         PIC X(8).
           10 PO-AMOUNT            PIC S9(7)V9(2) USAGE COMP-3.
           10 PO-BENENAME          PIC X(35).
           10 PO-BENEIBAN          PIC X(34).
           10 PO-BENEBIC           PIC X(11).
           10 PO-ENTRYDT           PIC X(8).
           10 PO-ENTRYTM           PIC X(6).
           10 PO-USERID            PIC X(8).
           10 PO-PSTATUS           PIC X(1).
           10 PO-FILEID            PIC X(16).
           10 PO-SENTDT            PIC X(8).
           10 PO-RETDT             PIC X(8).
           10 PO-RETRSN            PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
      ******************************************************************
      * PAYOUT IS THE OUTBOUND PAYMENT INSTRUCTION BEHIND EVERY        *
      * EXTERNAL WITHDRAWAL - A CASH00 'O' REQUEST DEBITS THE POSITION *
      * AND WRITES THIS ROW IN THE SAME UNIT OF WORK, SO MONEY NEVER   *
      * LEAVES A POSITION WITHOUT AN INSTRUCTION TO SEND IT. REFID IS  *
      * THE CALLER'S TRANSACTION REFERENCE (ALSO THE CASHREF KEY), AND *
      * GOES TO THE BANK AS THE END-TO-END ID SO A RETURN CAN BE       *
      * MATCHED BACK. AMOUNT IS THE MOVEMENT IN THE POSITION CURRENCY  *
      * CURRENCYC - WHAT LEFT THE POSITION AND WHAT THE BANK SENDS.    *
      * ENTRYDT IS THE BUSINESS DATE THE DEBIT POSTED ON. PSTATUS:     *
      *   'H' HELD - CAPTURED FOR A CHECKER WITH ITS CASHPEND ITEM;    *
      *       NOTHING DEBITED YET, AMOUNT ZERO UNTIL APPROVED          *
      *   'N' NEW - DEBITED, WAITING FOR THE NEXT CASH47 FILE          *
      *   'S' SENT ON SENTDT IN FILE FILEID (CASH47)                   *
      *   'R' RETURNED BY THE BENEFICIARY'S BANK ON RETDT FOR ISO      *
      *       REASON RETRSN - CASH48 RE-CREDITED THE OWNER             *
      *   'X' CANCELLED - A HELD ITEM REJECTED OR EXPIRED, OR A NEW    *
      *       ONE REVERSED BY 'V' BEFORE IT WAS SENT                   *
      * FILEID, SENTDT, RETDT AND RETRSN ARE SPACES UNTIL THEY APPLY.  *
      * ROWS ARE NEVER DELETED - THEY ARE THE RECORD OF WHAT WAS PAID  *
      * AWAY AND TO WHOM. A CANCELLED ROW'S REFERENCE MAY BE REUSED;   *
      * THE NEW PAYMENT REPLACES IT IN PLACE, AS CASHREF DOES FOR A    *
      * REVERSED ROW.                                                  *
      ******************************************************************
