             EXEC SQL
                 INCLUDE DCLCUST
              END-EXEC.
             EXEC SQL
                 INCLUDE DCLESCH
              END-EXEC.
             EXEC SQL
                 INCLUDE DCLWLST
              END-EXEC.
             EXEC SQL
                 INCLUDE DCLSREF
              END-EXEC.
             EXEC SQL
                 INCLUDE DCLFXSP
              END-EXEC.
             EXEC SQL
                 INCLUDE DCLHCHN
              END-EXEC.
             EXEC SQL
                 INCLUDE DCLPOUT
              END-EXEC.
             EXEC SQL
                 INCLUDE DCLDISP
              END-EXEC.
      *
       01 WS-CALC pic S9(7)V99.

       77 WS-PL-DONE-SW        PIC X(1) VALUE 'N'.
          88 WS-PL-DONE                  VALUE 'Y'.
      ******************************************************************
      * CHANNEL ENTRY (SEE DCLCHAN). A TASK STARTED WITH A CHANNEL     *
      * INSTEAD OF A COMMAREA READS ITS REQUEST FROM THE CASH-REQUEST  *
      * CONTAINER, RUNS THROUGH THE SAME PARAGRAPHS, AND ANSWERS IN    *
      * CONTAINERS. THE LISTS ARE PAGED RATHER THAN CUT AT FIVE - THE  *
      * PAGE-AFTER FIELDS HOLD THE CALLER'S TOKEN KEY AND STAY BLANK   *
      * FOR A COMMAREA TASK, SO ITS CURSORS AND BROWSE ARE UNCHANGED.  *
      ******************************************************************
       77 WS-CHAN-MODE-SW      PIC X(1) VALUE 'N'.
          88 WS-CHAN-MODE                VALUE 'Y'.
       77 WS-CHAN-NAME         PIC X(16) VALUE SPACES.
       77 WS-CHAN-RESP         PIC S9(8) COMP VALUE ZERO.
       77 WS-CHAN-LGTH         PIC S9(8) COMP VALUE ZERO.
       77 WS-CHAN-SQLCODE      PIC S9(9) COMP VALUE ZERO.
       77 WS-PAGE-SIZE         PIC 9(4) COMP VALUE ZERO.
       77 WS-PAGE-DEFAULT      PIC 9(4) COMP VALUE 50.
       77 WS-PAGE-MAX          PIC 9(4) COMP VALUE 500.
       77 WS-PAGE-CNT          PIC 9(4) COMP VALUE ZERO.
       77 WS-PAGE-MORE-SW      PIC X(1) VALUE 'N'.
          88 WS-PAGE-MORE                VALUE 'Y'.
       77 WS-TOKEN-BAD-SW      PIC X(1) VALUE 'N'.
          88 WS-TOKEN-BAD                VALUE 'Y'.
       77 WS-PAGE-AFTER-CUR    PIC X(8)  VALUE SPACES.
       77 WS-PAGE-AFTER-ID     PIC X(16) VALUE SPACES.
       77 WS-PAGE-AFTER-KEY    PIC X(31) VALUE SPACES.
       77 WS-PAGE-LAST-KEY     PIC X(31) VALUE SPACES.
      ******************************************************************
      * RETCODE CLASSES FOR THE CASH-ERROR CONTAINER: RETCODE, THEN    *
      * CATEGORY (BLANK FOR A SUCCESSFUL ANSWER) AND REASON NUMBER.    *
      * A RETCODE NOT LISTED IS REPORTED AS A SYSTEM ERROR, 9999, SO A *
      * NEW ONE ADDED WITHOUT AN ENTRY HERE CANNOT PASS FOR SUCCESS.   *
      ******************************************************************
       01 WS-CHAN-RC-LIST.
          05 FILLER            PIC X(15) VALUE 'APPROVED   0000'.
          05 FILLER            PIC X(15) VALUE 'CLAWED BK  0000'.
          05 FILLER            PIC X(15) VALUE 'DUP REQST  0000'.
          05 FILLER            PIC X(15) VALUE 'FOUND      0000'.
          05 FILLER            PIC X(15) VALUE 'HELD       0000'.
          05 FILLER            PIC X(15) VALUE 'NONE HELD  0000'.
          05 FILLER            PIC X(15) VALUE 'NONE PEND  0000'.
          05 FILLER            PIC X(15) VALUE 'PEND REJD  0000'.
          05 FILLER            PIC X(15) VALUE 'PENDING    0000'.
          05 FILLER            PIC X(15) VALUE 'PROV CRDT  0000'.
          05 FILLER            PIC X(15) VALUE 'RECLAIMED  0000'.
          05 FILLER            PIC X(15) VALUE 'RELEASED   0000'.
          05 FILLER            PIC X(15) VALUE 'REVERSED   0000'.
          05 FILLER            PIC X(15) VALUE 'STAT SET   0000'.
          05 FILLER            PIC X(15) VALUE 'XCCY OK    0000'.
          05 FILLER            PIC X(15) VALUE 'XFER OK    0000'.
          05 FILLER            PIC X(15) VALUE 'BAD AMOUNTV1001'.
          05 FILLER            PIC X(15) VALUE 'BAD CURNCYV1002'.
          05 FILLER            PIC X(15) VALUE 'BAD CUSTIDV1003'.
          05 FILLER            PIC X(15) VALUE 'BAD EXPDT V1004'.
          05 FILLER            PIC X(15) VALUE 'BAD REQ CDV1005'.
          05 FILLER            PIC X(15) VALUE 'BAD STATUSV1006'.
          05 FILLER            PIC X(15) VALUE 'BAD TOKEN V1007'.
          05 FILLER            PIC X(15) VALUE 'NO CUSTID V1008'.
          05 FILLER            PIC X(15) VALUE 'NO REFRNCEV1009'.
          05 FILLER            PIC X(15) VALUE 'NO REQUESTV1010'.
          05 FILLER            PIC X(15) VALUE 'NO USERID V1011'.
          05 FILLER            PIC X(15) VALUE 'XFER CURCYV1012'.
          05 FILLER            PIC X(15) VALUE 'NO BENEFICV1013'.
          05 FILLER            PIC X(15) VALUE 'NOT ENTITLA2001'.
          05 FILLER            PIC X(15) VALUE 'OVER LIMITA2002'.
          05 FILLER            PIC X(15) VALUE 'SAME USER A2003'.
          05 FILLER            PIC X(15) VALUE 'ACCT CLOSDB3001'.
          05 FILLER            PIC X(15) VALUE 'ACCT ESCHTB3002'.
          05 FILLER            PIC X(15) VALUE 'ACCT FROZNB3003'.
          05 FILLER            PIC X(15) VALUE 'ALRDY REVDB3004'.
          05 FILLER            PIC X(15) VALUE 'HELD FUNDSB3005'.
          05 FILLER            PIC X(15) VALUE 'NO HISTORYB3006'.
          05 FILLER            PIC X(15) VALUE 'NO RATE   B3007'.
          05 FILLER            PIC X(15) VALUE 'NOT ESCHTDB3008'.
          05 FILLER            PIC X(15) VALUE 'NOT FOUND B3009'.
          05 FILLER            PIC X(15) VALUE 'NOT HELD  B3010'.
          05 FILLER            PIC X(15) VALUE 'NOT PEND  B3011'.
          05 FILLER            PIC X(15) VALUE 'NOT REVSBLB3012'.
          05 FILLER            PIC X(15) VALUE 'OVERDRAWN B3013'.
          05 FILLER            PIC X(15) VALUE 'PSTG CLOSDB3014'.
          05 FILLER            PIC X(15) VALUE 'RATE STALEB3015'.
          05 FILLER            PIC X(15) VALUE 'REFERRED  B3016'.
          05 FILLER            PIC X(15) VALUE 'SANCTIONEDB3017'.
          05 FILLER            PIC X(15) VALUE 'SUSP SHORTB3018'.
          05 FILLER            PIC X(15) VALUE 'VELOCITY  B3019'.
          05 FILLER            PIC X(15) VALUE 'REF USED  B3020'.
          05 FILLER            PIC X(15) VALUE 'CASE STAT B3021'.
          05 FILLER            PIC X(15) VALUE 'IN DISPUTEB3022'.
          05 FILLER            PIC X(15) VALUE 'APPROV GAPS9001'.
          05 FILLER            PIC X(15) VALUE 'HOLD FAILDS9002'.
          05 FILLER            PIC X(15) VALUE 'PEND FAILDS9003'.
          05 FILLER            PIC X(15) VALUE 'REV FAILD S9004'.
          05 FILLER            PIC X(15) VALUE 'SCRN FAILDS9005'.
          05 FILLER            PIC X(15) VALUE 'XCCY FAILDS9006'.
          05 FILLER            PIC X(15) VALUE 'XFER FAILDS9007'.
          05 FILLER            PIC X(15) VALUE 'PAY FAILD S9008'.
          05 FILLER            PIC X(15) VALUE 'DISP FAILDS9009'.
       01 WS-CHAN-RC-LIST-R REDEFINES WS-CHAN-RC-LIST.
          05 WS-CHAN-RC-ENTRY OCCURS 63 TIMES.
             10 WS-CHAN-RC-RETCODE  PIC X(10).
             10 WS-CHAN-RC-CATEGORY PIC X(1).
             10 WS-CHAN-RC-REASON   PIC 9(4).
       77 WS-CHAN-RC-MAX       PIC 9(2) VALUE 63.
       77 WS-CHAN-RC-SUB       PIC 9(2) VALUE ZERO.
       77 WS-CHAN-RC-FOUND-SW  PIC X(1) VALUE 'N'.
          88 WS-CHAN-RC-FOUND            VALUE 'Y'.
      ******************************************************************
      * MAKER-CHECKER THRESHOLD PER CURRENCY, WITH A DEFAULT FOR       *
      * CURRENCIES NOT LISTED. A CREDIT OR DEBIT ASKING FOR MORE THAN  *
      * THE THRESHOLD IS CAPTURED ON CASHPEND INSTEAD OF APPLIED.      *
       77 WS-ENT-LIMIT         PIC S9(7)V99 VALUE ZERO.
       77 WS-FUNC-SUB          PIC 9(2) COMP VALUE ZERO.
       77 WS-ENT-ALERT-MSG     PIC X(40) VALUE SPACES.
      *    THE FUNCTION LETTER CHECKED - THE REQUEST LETTER ITSELF,
      *    EXCEPT THE DISPUTE POSTINGS, WHICH RIDE ON THE 'D' LETTER.
       77 WS-ENT-FUNC          PIC X(1) VALUE SPACE.
      ******************************************************************
      * CURRENCY-MASTER CONVERSION WORK FIELDS (SEE DCLCMST). THE      *
      * CALLER SETS THE CURRENCY, THE DEFAULT RATE AND THE AMOUNT;     *
       77 WS-CONV-FRAC         PIC S9(1)V9(6) COMP-3 VALUE ZERO.
       77 WS-CONV-RESULT       PIC S9(10)V99 COMP-3 VALUE ZERO.
      ******************************************************************
      * FX PRICING FIELDS (SEE DCLFXSP). THE CALLER SETS THE PAIR AND  *
      * THE SIDE ('S' THE SHOP SELLS THE POSITION CURRENCY - A CREDIT; *
      * 'B' IT BUYS IT - A DEBIT); CASH-FX-PRICE MOVES WS-CONV-RATE    *
      * FROM THE MID TO THE CUSTOMER RATE BY THE PAIR'S SPREAD AT THE  *
      * OWNER'S FXTIER, CONVERTS, AND LEAVES THE MARGIN OVER THE MID   *
      * CONVERSION IN WS-FX-MARGIN FOR CASHREF AND THE AUDIT RECORD.   *
      ******************************************************************
       77 WS-FX-FROMCCY        PIC X(8) VALUE SPACES.
       77 WS-FX-TOCCY          PIC X(8) VALUE SPACES.
       77 WS-FX-SIDE           PIC X(1) VALUE SPACE.
       77 WS-FX-SPREAD         PIC S9(3)V99 COMP-3 VALUE ZERO.
       77 WS-FX-MID-RESULT     PIC S9(10)V99 COMP-3 VALUE ZERO.
       77 WS-FX-MARGIN         PIC S9(7)V99 COMP-3 VALUE ZERO.
      ******************************************************************
      * HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST): CASH-HIST-CHAIN    *
      * LINKS EVERY AUDIT RECORD INTO ITS OWNER'S CHAIN BEFORE THE     *
      * WRITE. WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW      *
      * HALF SO THE BYTE CAN BE ADDED AS A NUMBER.                     *
      ******************************************************************
       77 WS-CHN-POS           PIC S9(4) COMP VALUE ZERO.
       77 WS-CHN-LEN           PIC S9(4) COMP VALUE ZERO.
       77 WS-CHN-SAVE-SEQ      PIC 9(2) VALUE ZERO.
       77 WS-CHN-SAVE-SQLCODE  PIC S9(9) COMP VALUE ZERO.
       77 WS-CHN-WORK          PIC S9(15) COMP-3 VALUE ZERO.
       77 WS-CHN-QUOT          PIC S9(15) COMP-3 VALUE ZERO.
       77 WS-CHN-MOD-A         PIC S9(11) COMP-3 VALUE 2147483647.
       77 WS-CHN-MOD-B         PIC S9(11) COMP-3 VALUE 999999937.
       77 WS-CHN-ZERO-VAL      PIC X(20) VALUE ALL '0'.
       77 WS-CHN-ALERT-MSG     PIC X(40)
          VALUE 'HISTCHN HEAD UPDATE FAILED - CHAIN GAP'.
       01 WS-CHN-BYTE-HW       PIC 9(4) COMP VALUE ZERO.
       01 WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
          05 WS-CHN-BYTE-HI    PIC X(1).
          05 WS-CHN-BYTE-LO    PIC X(1).
       01 WS-CHN-VALUE.
          05 WS-CHN-A          PIC 9(10).
          05 WS-CHN-B          PIC 9(10).
      ******************************************************************
      * DAILY DEBIT VELOCITY (SEE DCLVLIM/DCLVUSE): THE CUMULATIVE     *
      * BASE AMOUNT AND COUNT OF AN OWNER'S DEBITS IN ONE BUSINESS     *
      * DATE, ACCUMULATED ON VELUSAGE IN THE SAME UNIT OF WORK AS      *
       77 WS-HL-MAX-ENTRIES     PIC 9(2) VALUE 5.
       77 WS-HL-DONE-SW         PIC X(1) VALUE 'N'.
          88 WS-HL-DONE                  VALUE 'Y'.
      ******************************************************************
      * ESCHEAT RECLAIM FIELDS (SEE DCLESCH/CASH35): A 'V' NAMING AN   *
      * ESCHEAT CASE REFERENCE PUTS THE AMOUNT BACK FROM THE SUSPENSE  *
      * POSITION. THE RECLAIM'S OWN AUDIT RECORD GOES OUT AS 'K', NOT  *
      * 'V', SO THE GL EXTRACT IGNORES IT JUST AS IT IGNORED THE       *
      * ESCHEAT.                                                       *
      ******************************************************************
       77 WS-ESCH-SUSP-OWNER    PIC X(32)
          VALUE 'ESCHEAT SUSPENSE'.
       77 WS-ESCH-SUSP-BAL      PIC S9(7)V99 COMP-3 VALUE ZERO.
       77 WS-ESCH-SUSP-AFTER    PIC S9(7)V99 COMP-3 VALUE ZERO.
       77 WS-RECLAIM-SW         PIC X(1) VALUE 'N'.
          88 WS-RECLAIM-DONE             VALUE 'Y'.
      ******************************************************************
      * SANCTIONS SCREENING FIELDS (SEE DCLWLST/DCLSREF): AN 'A' OPEN  *
      * SCREENS THE CUSTOMER'S LEGAL NAME AND COUNTRY AGAINST THE      *
      * WATCH LIST. A CUSTOMER WITH A PENDING OR CONFIRMED REFERRAL,   *
      * OR A NEW HIT (WHICH RAISES A REFERRAL), OPENS NOTHING.         *
      ******************************************************************
       77 WS-SANC-HELD-SW       PIC X(1) VALUE 'N'.
          88 WS-SANC-HELD                VALUE 'Y'.
       77 WS-SREF-SEQ           PIC 9(2) VALUE ZERO.
       77 WS-SREF-INS-SW        PIC X(1) VALUE 'N'.
          88 WS-SREF-INS-DONE            VALUE 'Y'.
      ******************************************************************
      * OUTBOUND PAYMENT FIELDS (SEE DCLPOUT): AN 'O' DEBITS THE       *
      * POSITION AND WRITES THE PAYOUT INSTRUCTION CASH47 SENDS TO THE *
      * BANK, IN ONE UNIT OF WORK. THE BENEFICIARY'S BIC AND IBAN      *
      * COUNTRY ARE SCREENED AGAINST THE WATCH LIST FIRST.             *
      ******************************************************************
       77 WS-PAYOUT-SW          PIC X(1) VALUE 'N'.
          88 WS-PAYOUT-FAILED            VALUE 'Y'.
       77 WS-BENE-COUNTRY       PIC X(2) VALUE SPACES.
       77 WS-BENE-BANK          PIC X(8) VALUE SPACES.
       77 WS-BENE-BICCTRY       PIC X(2) VALUE SPACES.
      ******************************************************************
      * DISPUTE CASE FIELDS (SEE DCLDISP/CASH50): AN 'N' CREDITS A     *
      * CASE'S DISPUTED AMOUNT PROVISIONALLY AND A 'Z' CLAWS IT BACK   *
      * WHEN THE CASE IS DENIED - BOTH NAME THE CASE ID AS THEIR       *
      * REFERENCE. A 'V' OF A POSTING UNDER AN OPEN CASE IS REFUSED.   *
      ******************************************************************
       77 WS-DISP-OPEN-CNT      PIC S9(9) COMP VALUE ZERO.

       01 BALANCE-GRP.
          02 BALANCE-CH PIC X(9).

           COPY DCLHIST.

           COPY DCLCHAN.


       01 WS-COMMAREA.
          05 WS-REQ           PIC X(1).
      *    UNDER THE MASTER'S LEGAL NAME, NOT THE SPELLING THE CALLER
      *    SENT.
          05 WS-CUSTID        PIC X(8).
      *    APPENDED NEXT: THE BENEFICIARY OF AN 'O' OUTBOUND PAYMENT -
      *    THE ACCOUNT HOLDER'S NAME, IBAN AND BANK BIC THE MONEY IS
      *    SENT TO (SEE DCLPOUT/CASH47). EVERY OTHER REQUEST IGNORES
      *    THEM.
          05 WS-BENE-NAME     PIC X(35).
          05 WS-BENE-IBAN     PIC X(34).
          05 WS-BENE-BIC      PIC X(11).


       LINKAGE SECTION.

       PROCEDURE DIVISION.

      *      A TASK LINKED TO WITH A CHANNEL HAS NO COMMAREA - ITS
      *      REQUEST ARRIVES IN THE CASH-REQUEST CONTAINER INSTEAD AND
      *      THE ANSWER GOES BACK IN CONTAINERS (SEE DCLCHAN).
             IF EIBCALEN = 0
                EXEC CICS ASSIGN CHANNEL(WS-CHAN-NAME) END-EXEC
             END-IF
             IF WS-CHAN-NAME NOT = SPACES
                PERFORM CASH-CHAN-RECEIVE
             ELSE
                MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMMAREA
             END-IF

             DISPLAY 'REQ   :'   WS-REQ
             DISPLAY 'BAL   :'   WS-BALANCE
             EVALUATE WS-REQ
                   WHEN 'A'
                       PERFORM CASH-ACCT-ADD
      *            A CHANNEL CALLER'S PAGING TOKEN MUST BELONG TO
      *            THE LIST IT ASKS FOR - SEE CASH-CHAN-RECEIVE.
                   WHEN 'Q'
                       IF WS-TOKEN-BAD
                          PERFORM CASH-TOKEN-REJECT
                       ELSE
                          PERFORM CASH-ACCT-READ
                       END-IF
                   WHEN 'U'
                       PERFORM CASH-ACCT-UPDATE
                   WHEN 'X'
                       ELSE
                          PERFORM CASH-ACCT-DEBIT
                       END-IF
      *            AN EXTERNAL WITHDRAWAL: THE DEBIT ABOVE PLUS THE
      *            PAYMENT INSTRUCTION THAT SENDS THE MONEY OUT.
                   WHEN 'O'
                       IF WS-WINDOW-SHUT
                          PERFORM CASH-WINDOW-REJECT
                       ELSE
                          PERFORM CASH-ACCT-PAYOUT
                       END-IF
                   WHEN 'H'
                       IF WS-TOKEN-BAD
                          PERFORM CASH-TOKEN-REJECT
                       ELSE
                          PERFORM CASH-HIST-BROWSE
                       END-IF
                   WHEN 'T'
      *                THRU THE DEQ PARAGRAPH - THE STATUS GATE GOES
      *                STRAIGHT THERE SO EVERY BRANCH STILL RELEASES
                   WHEN 'M'
                       PERFORM CASH-HOLD-RELEASE
                   WHEN 'G'
                       IF WS-TOKEN-BAD
                          PERFORM CASH-TOKEN-REJECT
                       ELSE
                          PERFORM CASH-HOLD-LIST
                       END-IF
      *            THE 'S'/'P'/'R' CONTROL PATHS ONLY RUN FOR USERS
      *            THE USERENT TABLE ENTITLES (SEE DCLUENT/CASH22) -
      *            A REFUSAL ANSWERS 'NOT ENTITL' AND RAISES A
                          PERFORM CASH-ACCT-STATUS
                       END-IF
                   WHEN 'L'
                       IF WS-TOKEN-BAD
                          PERFORM CASH-TOKEN-REJECT
                       ELSE
                          PERFORM CASH-PEND-LIST
                       END-IF
                   WHEN 'P'
                       PERFORM CASH-ENTITLE-CHECK
                       IF WS-ENTITLED
                       IF WS-ENTITLED
                          PERFORM CASH-PEND-REJECT
                       END-IF
      *            THE DISPUTE POSTINGS CASH50 DRIVES: POSTINGS, SO
      *            THE WINDOW GATES THEM, AND ENTITLED ON THE 'D'
      *            LETTER LIKE THE CASE DECISIONS THEMSELVES. THRU
      *            THE DEQ PARAGRAPH, LIKE THE 'V' REVERSAL.
                   WHEN 'N'
                       IF WS-WINDOW-SHUT
                          PERFORM CASH-WINDOW-REJECT
                       ELSE
                          PERFORM CASH-ENTITLE-CHECK
                          IF WS-ENTITLED
                             PERFORM CASH-DISP-PROVISIONAL
                                 THRU CASH-DISP-PROVISIONAL-DEQ
                          END-IF
                       END-IF
                   WHEN 'Z'
                       IF WS-WINDOW-SHUT
                          PERFORM CASH-WINDOW-REJECT
                       ELSE
                          PERFORM CASH-ENTITLE-CHECK
                          IF WS-ENTITLED
                             PERFORM CASH-DISP-CLAWBACK
                                 THRU CASH-DISP-CLAWBACK-DEQ
                          END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM CASH-REQ-INVALID
             END-EVALUATE.

      *      KEEP THE SQLCODE ITSELF FOR A CHANNEL CALLER'S
      *      CASH-ERROR CONTAINER - WS-RETCODE ONLY HAS ROOM FOR TEN
      *      CHARACTERS OF IT.
             MOVE SQLCODE       TO WS-CHAN-SQLCODE
             IF WS-OVERRIDE-SW NOT = 'Y'
                MOVE SQLCODE    TO WS-RETCODE
             END-IF
                MOVE CURRENCYC     TO WS-CURRENCY
             END-IF

             IF WS-CHAN-MODE
                PERFORM CASH-CHAN-RESPOND
             ELSE
                MOVE WS-COMMAREA TO DFHCOMMAREA(1:EIBCALEN)
             END-IF

      *      THE COMMAREA JUST RETURNED CARRIES THE ORIGINAL RECORDED
      *      RESULT TO THE RETRYING CALLER. THE AUDIT RECORD BELOW
             MOVE WS-DATE       TO WS-VR-DATE
             MOVE WS-TIME       TO WS-VR-TIME
             MOVE WS-REQ        TO WS-VR-REQ
             IF WS-RECLAIM-DONE
                MOVE 'K'        TO WS-VR-REQ
             END-IF
             MOVE WS-BALANCE    TO WS-VR-BALANCE
             MOVE WS-CURRENCY   TO WS-VR-CURRENCY
      *      THE AUDIT RECORD CARRIES THE RETCODE THE CALLER SAW -
             MOVE WS-RETCODE    TO WS-VR-RETCODE
             MOVE WS-REQ-AMOUNT TO WS-VR-AMOUNT
             MOVE WS-RATE-USED  TO WS-VR-RATE
             MOVE WS-FX-MARGIN  TO WS-VR-MARGIN
             MOVE WS-PRIOR-BAL  TO WS-VR-PRIOR-BAL
             MOVE WS-BUSDT      TO WS-VR-BUSDT
             MOVE WS-REFERENCE  TO WS-VR-REFID
                SELECT OWNER,BALANCE,CURRENCYC,ACCTSTAT,STATRSN
                FROM STOCKTRD.CASHACCOUNTY
                WHERE LOWER(OWNER) = LOWER(:CUST-NAME-TEXT)
                  AND (CURRENCYC > :WS-PAGE-AFTER-CUR
                       OR :WS-PAGE-AFTER-CUR = ' ')
                ORDER BY CURRENCYC
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-POS-DONE-SW
           ELSE
              IF WS-CHAN-MODE
                 PERFORM CASH-CHAN-POS-PUT
              ELSE
                 PERFORM CASH-POS-ENTRY-ADD
                 IF WS-POS-ENTRY-CNT >= WS-POS-MAX-ENTRIES
                    MOVE 'Y' TO WS-POS-DONE-SW
                 END-IF
              END-IF
           END-IF.

       CASH-POS-ENTRY-ADD.
           ADD 1 TO WS-POS-ENTRY-CNT
           MOVE CURRENCYC TO WS-POS-CURRENCY(WS-POS-ENTRY-CNT)
           MOVE BALANCE   TO WS-POS-BALANCE(WS-POS-ENTRY-CNT).

       CASH-ACCT-ADD.
      *    OPENING A POSITION NOW NEEDS A VALID, ACTIVE CUSTOMER
      *    MASTER ENTRY (SEE DCLCUST/CASH31), AND THE POSITION OPENS
           ELSE
              EXEC SQL
                   SELECT CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
                          COUNTRY, CSTATUS, FXTIER
                   INTO  :DCLCUSTMAST
                   FROM STOCKTRD.CUSTMAST
                   WHERE CUSTID = :WS-CUSTID
                 MOVE 'BAD CUSTID' TO WS-RETCODE
                 MOVE 'Y'          TO WS-OVERRIDE-SW
              ELSE
                 PERFORM CASH-SANC-SCREEN
              END-IF

              IF WS-OVERRIDE-SW NOT = 'Y'
                 MOVE CU-LEGALNAME TO CUST-NAME-TEXT

                 EXEC SQL
              END-IF
           END-IF.

       CASH-SANC-SCREEN.
      *    SANCTIONS SCREENING AT ACCOUNT OPEN. A CUSTOMER ALREADY
      *    CONFIRMED AGAINST THE WATCH LIST, OR WITH A REFERRAL STILL
      *    WAITING ON COMPLIANCE, OPENS NOTHING. OTHERWISE THE LEGAL
      *    NAME (SQUEEZED THE WAY CASH37 BUILT THE LIST'S NAME KEYS)
      *    AND COUNTRY ARE SCREENED; A HIT THAT COMPLIANCE HAS NOT
      *    ALREADY CLEARED AS A FALSE MATCH FOR THIS CUSTOMER GOES ON
      *    THE SANCREF REFERRAL QUEUE AND THE OPEN IS REFUSED UNTIL
      *    CASH39 CLEARS IT - THE BRANCH THEN RESUBMITS THE OPEN.
      *    A SCREENING FAILURE REFUSES THE OPEN RATHER THAN WAVE IT
      *    THROUGH UNSCREENED.
           MOVE 'N' TO WS-SANC-HELD-SW

           EXEC SQL
                SELECT RSTATUS
                INTO  :SR-RSTATUS
                FROM STOCKTRD.SANCREF
                WHERE CUSTID = :CU-CUSTID
                  AND RSTATUS IN ('F', 'P')
                ORDER BY RSTATUS
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
              MOVE 'Y' TO WS-SANC-HELD-SW
              MOVE 'Y' TO WS-OVERRIDE-SW
              IF SR-RSTATUS = 'F'
                 MOVE 'CUSTOMER FROZEN - SANCTIONS MATCH' TO WS-MSG
                 MOVE 'SANCTIONED' TO WS-RETCODE
              ELSE
                 MOVE 'CUSTOMER HELD FOR SANCTIONS REVIEW' TO WS-MSG
                 MOVE 'REFERRED'   TO WS-RETCODE
              END-IF
           ELSE
              EXEC SQL
                   SELECT W.LISTID, W.LISTSRC, W.WTYPE, W.LISTNAME,
                          W.NAMEKEY, W.COUNTRY, W.WSTATUS, W.LOADDT
                   INTO  :DCLWATCHLST
                   FROM STOCKTRD.WATCHLST W
                   WHERE W.WSTATUS = 'A'
                     AND ((W.WTYPE = 'N'
                           AND W.NAMEKEY =
                               REPLACE(REPLACE(REPLACE(REPLACE(
                               UPPER(:CU-LEGALNAME),' ',''),'.',''),
                               ',',''),'-','')
                           AND (W.COUNTRY = ' '
                                OR W.COUNTRY = :CU-COUNTRY))
                       OR (W.WTYPE = 'C'
                           AND W.NAMEKEY = :CU-COUNTRY))
                     AND NOT EXISTS
                         (SELECT 1 FROM STOCKTRD.SANCREF R
                          WHERE R.CUSTID = :CU-CUSTID
                            AND R.LISTID = W.LISTID
                            AND R.RSTATUS = 'X')
                   ORDER BY W.WTYPE DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    CONTINUE
                 WHEN SQLCODE = 0
                    MOVE 'Y' TO WS-SANC-HELD-SW
                    MOVE 'Y' TO WS-OVERRIDE-SW
                    PERFORM CASH-SANC-REFER
                 WHEN OTHER
                    MOVE 'Y' TO WS-SANC-HELD-SW
                    MOVE 'Y' TO WS-OVERRIDE-SW
                    MOVE 'SANCTIONS SCREENING UNAVAILABLE' TO WS-MSG
                    MOVE 'SCRN FAILD' TO WS-RETCODE
              END-EVALUATE
           END-IF.

       CASH-SANC-REFER.
      *    THE REFERRAL ID IS DATE+TIME+SEQ, RETRIED PAST A COLLISION
      *    THE SAME WAY CASH-PEND-CAPTURE BUILDS ITS PENDING ID. THE
      *    REFERRAL CARRIES THE CURRENCY THE BRANCH ASKED TO OPEN.
           MOVE ZERO TO WS-SREF-SEQ
           MOVE 'N'  TO WS-SREF-INS-SW

           MOVE SPACES        TO DCLSANCREF
           MOVE CU-CUSTID     TO SR-CUSTID
           MOVE CU-LEGALNAME  TO SR-SNAME
           MOVE CU-COUNTRY    TO SR-COUNTRY
           MOVE WL-LISTID     TO SR-LISTID
           MOVE WL-WTYPE      TO SR-HITTYPE
           MOVE 'CASH00'      TO SR-SRCPGM
           MOVE WS-CURRENCY   TO SR-SRCREF
           MOVE 'P'           TO SR-RSTATUS
           MOVE WS-DATE       TO SR-ENTRYDT
           MOVE WS-TIME       TO SR-ENTRYTM

           PERFORM CASH-SANC-INSERT-TRY
               UNTIL WS-SREF-INS-DONE.

       CASH-SANC-INSERT-TRY.
           MOVE SPACES TO SR-REFID
           MOVE WS-DATE     TO SR-REFID(1:8)
           MOVE WS-TIME     TO SR-REFID(9:6)
           MOVE WS-SREF-SEQ TO SR-REFID(15:2)

           EXEC SQL
                INSERT INTO STOCKTRD.SANCREF(
                   REFID, CUSTID, SNAME, COUNTRY, LISTID, HITTYPE,
                   SRCPGM, SRCREF, RSTATUS, ENTRYDT, ENTRYTM,
                   DECIDID, DECIDDT)
                VALUES (:SR-REFID, :SR-CUSTID, UPPER(:SR-SNAME),
                   :SR-COUNTRY, :SR-LISTID, :SR-HITTYPE,
                   :SR-SRCPGM, :SR-SRCREF, :SR-RSTATUS,
                   :SR-ENTRYDT, :SR-ENTRYTM, :SR-DECIDID,
                   :SR-DECIDDT)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'Y'          TO WS-SREF-INS-SW
                 MOVE 'ACCOUNT OPEN HELD FOR SANCTIONS REVIEW'
                                   TO WS-MSG
                 MOVE 'REFERRED'   TO WS-RETCODE
              WHEN SQLCODE = -803 AND WS-SREF-SEQ < 99
                 ADD 1 TO WS-SREF-SEQ
              WHEN OTHER
                 MOVE 'Y'          TO WS-SREF-INS-SW
                 MOVE 'SANCTIONS REFERRAL NOT RECORDED' TO WS-MSG
                 MOVE 'SCRN FAILD' TO WS-RETCODE
           END-EVALUATE.

       CASH-ACCT-UPDATE.
      *    CURRENCYC IS PART OF THE POSITION KEY NOW, SO THE UPDATE
      *    KEYS ON IT AND NO LONGER SETS IT - MOVING A BALANCE TO A
      *         CONVERT THROUGH THE CURRENCY MASTER WHERE ONE EXISTS
      *         (FULL-PRECISION RATE, MINOR UNITS, ROUNDING RULE) SO
      *         THE SAME AMOUNT LANDS ON THE SAME CENT HERE, IN
      *         CASH07/CASH19 AND IN THE CASH15 CONSOLIDATION - AT
      *         THE CUSTOMER'S SELL RATE FOR BASE INTO THE POSITION
      *         CURRENCY, NOT THE MID.
                MOVE WS-CURRENCY  TO WS-CONV-CURRENCY
                MOVE RATES        TO WS-CONV-RATE
                MOVE WS-BALANCE   TO WS-CONV-AMT
                PERFORM CASH-CURRMAST-LOOKUP
                MOVE CURRNBASE    TO WS-FX-FROMCCY
                MOVE WS-CURRENCY  TO WS-FX-TOCCY
                MOVE 'S'          TO WS-FX-SIDE
                PERFORM CASH-FX-PRICE
                MOVE WS-CONV-RATE TO WS-RATE-USED
                COMPUTE WS-CALC = BALANCE + WS-CONV-RESULT
                END-COMPUTE
                MOVE 'Y'          TO WS-OVERRIDE-SW
             ELSE
                MOVE BALANCE      TO WS-PRIOR-BAL
      *         SAME CURRENCY-MASTER CONVERSION AS THE CREDIT ABOVE,
      *         AT THE CUSTOMER'S BUY RATE FOR THE POSITION CURRENCY
      *         BACK INTO BASE.
                MOVE WS-CURRENCY  TO WS-CONV-CURRENCY
                MOVE RATES        TO WS-CONV-RATE
                MOVE WS-BALANCE   TO WS-CONV-AMT
                PERFORM CASH-CURRMAST-LOOKUP
                MOVE WS-CURRENCY  TO WS-FX-FROMCCY
                MOVE CURRNBASE    TO WS-FX-TOCCY
                MOVE 'B'          TO WS-FX-SIDE
                PERFORM CASH-FX-PRICE
                MOVE WS-CONV-RATE TO WS-RATE-USED
                COMPUTE WS-CALC = BALANCE - WS-CONV-RESULT
                END-COMPUTE
                 END-EXEC

                 MOVE 'ACCOUNT DEBITED' TO WS-MSG
      *          AN 'O' WRITES ITS PAYMENT INSTRUCTION IN THE SAME UNIT
      *          OF WORK - ONE THAT CANNOT BE WRITTEN BACKS THE DEBIT
      *          OUT, AND NOTHING ELSE IS RECORDED FOR IT.
                 IF WS-REQ = 'O' AND SQLCODE = 0
                    PERFORM CASH-PAYOUT-RECORD
                 END-IF
                 IF WS-PAYOUT-FAILED
                    CONTINUE
                 ELSE
                    PERFORM CASH-VEL-RECORD
                    PERFORM CASH-REF-RECORD
                 END-IF
                END-IF
             END-IF
             END-IF
           END-EXEC
           .

       CASH-ACCT-PAYOUT.
      *    AN EXTERNAL WITHDRAWAL: A DEBIT THAT ALSO SENDS THE MONEY TO
      *    THE CUSTOMER'S BANK. THE REFERENCE IS MANDATORY - IT GOES TO
      *    THE BANK AS THE END-TO-END ID A RETURN QUOTES BACK, AND IT
      *    IS THE KEY A CHECKER'S APPROVAL FINDS A HELD INSTRUCTION BY.
      *    THE BENEFICIARY NEEDS A NAME AND AN IBAN (THE BIC MAY BE
      *    LEFT BLANK WHERE THE IBAN ALONE ROUTES) AND MUST CLEAR THE
      *    WATCH LIST BEFORE ANY MONEY MOVES. THE DEBIT ITSELF IS
      *    CASH-ACCT-DEBIT - SAME ENQ, DUPLICATE CHECK, STATUS,
      *    THRESHOLD, VELOCITY, RATE AND FLOOR RULES AS A 'D' - WHICH
      *    WRITES THE PAYOUT ROW IN THE SAME UNIT OF WORK.
           IF WS-REFERENCE = SPACES
              MOVE 'PAYMENT NEEDS A REFERENCE' TO WS-MSG
              MOVE 'NO REFRNCE' TO WS-RETCODE
              MOVE 'Y'          TO WS-OVERRIDE-SW
           ELSE
              IF WS-BENE-NAME = SPACES OR WS-BENE-IBAN = SPACES
                 MOVE 'PAYMENT NEEDS A BENEFICIARY NAME AND IBAN'
                     TO WS-MSG
                 MOVE 'NO BENEFIC' TO WS-RETCODE
                 MOVE 'Y'          TO WS-OVERRIDE-SW
              ELSE
                 PERFORM CASH-PAYOUT-SCREEN
                 IF WS-SANC-HELD
                    CONTINUE
                 ELSE
                    PERFORM CASH-ACCT-DEBIT
                 END-IF
              END-IF
           END-IF.

       CASH-PAYOUT-SCREEN.
      *    THE BENEFICIARY'S BANK AND COUNTRY AGAINST THE WATCH LIST,
      *    THE WAY CASH07 SCREENS A SETTLEMENT COUNTERPARTY: A LISTED
      *    BANK ('B', ON THE BIC'S FIRST 8) OR AN EMBARGOED COUNTRY
      *    ('C', ON BIC POSITIONS 5-6 OR THE IBAN'S COUNTRY CODE),
      *    SKIPPING A HIT COMPLIANCE ALREADY CLEARED FOR THIS OWNER. A
      *    HIT GOES ON THE SANCREF REFERRAL QUEUE AND REFUSES THE
      *    PAYMENT; A SCREEN THAT CANNOT RUN REFUSES IT TOO.
           MOVE 'N'               TO WS-SANC-HELD-SW
           MOVE WS-BENE-BIC(1:8)  TO WS-BENE-BANK
           MOVE WS-BENE-BIC(5:2)  TO WS-BENE-BICCTRY
           MOVE WS-BENE-IBAN(1:2) TO WS-BENE-COUNTRY

           EXEC SQL
                SELECT W.LISTID, W.LISTSRC, W.WTYPE, W.LISTNAME,
                       W.NAMEKEY, W.COUNTRY, W.WSTATUS, W.LOADDT
                INTO  :DCLWATCHLST
                FROM STOCKTRD.WATCHLST W
                WHERE W.WSTATUS = 'A'
                  AND ((W.WTYPE = 'B'
                        AND :WS-BENE-BANK <> ' '
                        AND W.NAMEKEY = UPPER(:WS-BENE-BANK))
                    OR (W.WTYPE = 'C'
                        AND (W.NAMEKEY = UPPER(:WS-BENE-BICCTRY)
                             OR W.NAMEKEY = UPPER(:WS-BENE-COUNTRY))))
                  AND NOT EXISTS
                      (SELECT 1 FROM STOCKTRD.SANCREF R
                       WHERE R.SNAME = UPPER(:CUST-NAME-TEXT)
                         AND R.LISTID = W.LISTID
                         AND R.RSTATUS = 'X')
                ORDER BY W.WTYPE
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN SQLCODE = 0
                 MOVE 'Y' TO WS-SANC-HELD-SW
                 MOVE 'Y' TO WS-OVERRIDE-SW
                 PERFORM CASH-PAYOUT-REFER
              WHEN OTHER
                 MOVE 'Y' TO WS-SANC-HELD-SW
                 MOVE 'Y' TO WS-OVERRIDE-SW
                 MOVE 'SANCTIONS SCREENING UNAVAILABLE' TO WS-MSG
                 MOVE 'SCRN FAILD' TO WS-RETCODE
           END-EVALUATE.

       CASH-PAYOUT-REFER.
      *    THE REFERRAL NAMES THE OWNER (AND THEIR MASTER ID WHEN ONE
      *    MATCHES), THE BENEFICIARY'S COUNTRY AND THE PAYMENT'S
      *    REFERENCE, AS CASH07'S DOES FOR A SETTLEMENT. THE PAYMENT IS
      *    REFUSED EITHER WAY - IT IS NOT HELD FOR THE DECISION.
           MOVE ZERO TO WS-SREF-SEQ
           MOVE 'N'  TO WS-SREF-INS-SW

           MOVE SPACES        TO DCLSANCREF
           EXEC SQL
                SELECT CUSTID
                INTO  :SR-CUSTID
                FROM STOCKTRD.CUSTMAST
                WHERE UPPER(LEGALNAME) = UPPER(:CUST-NAME-TEXT)
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES     TO SR-CUSTID
           END-IF

           MOVE CUST-NAME-TEXT  TO SR-SNAME
           MOVE WS-BENE-COUNTRY TO SR-COUNTRY
           MOVE WL-LISTID       TO SR-LISTID
           MOVE WL-WTYPE        TO SR-HITTYPE
           MOVE 'CASH00'        TO SR-SRCPGM
           MOVE WS-REFERENCE    TO SR-SRCREF
           MOVE 'P'             TO SR-RSTATUS
           MOVE WS-DATE         TO SR-ENTRYDT
           MOVE WS-TIME         TO SR-ENTRYTM

           PERFORM CASH-SANC-INSERT-TRY
               UNTIL WS-SREF-INS-DONE

           IF WS-RETCODE = 'REFERRED'
              MOVE 'BENEFICIARY MATCHES THE SANCTIONS WATCH LIST'
                  TO WS-MSG
              MOVE 'SANCTIONED' TO WS-RETCODE
           END-IF.

       CASH-PAYOUT-RECORD.
      *    THE PAYMENT INSTRUCTION BEHIND THE 'O' DEBIT JUST APPLIED,
      *    FOR THE AMOUNT THAT LEFT THE POSITION, IN ITS CURRENCY.
      *    ONLINE IT IS A NEW 'N' ROW. ON A CHECKER'S APPROVAL THE ROW
      *    ALREADY EXISTS - IT WAS WRITTEN 'H' WHEN THE ITEM WAS
      *    CAPTURED, SINCE THE BENEFICIARY CAME WITH THE MAKER'S
      *    REQUEST AND CASHPEND HAS NO ROOM FOR IT - AND GOES 'N' NOW.
      *    UNLIKE CASHREF, A ROW THAT DID NOT LAND IS MONEY GONE FROM
      *    THE POSITION AND NEVER SENT, SO THE DEBIT IS BACKED OUT.
           MOVE 'N'            TO WS-PAYOUT-SW
           MOVE WS-CONV-RESULT TO PO-AMOUNT

           IF WS-APPROVE-MODE
              EXEC SQL
                   UPDATE STOCKTRD.PAYOUT
                   SET AMOUNT    = :PO-AMOUNT,
                       CURRENCYC = :CURRENCYC,
                       ENTRYDT   = :WS-BUSDT,
                       ENTRYTM   = :WS-TIME,
                       PSTATUS   = 'N'
                   WHERE REFID = :WS-REFERENCE
                     AND PSTATUS = 'H'
              END-EXEC
              IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                 MOVE 'Y' TO WS-PAYOUT-SW
                 MOVE 'HELD PAYMENT INSTRUCTION NOT FOUND' TO WS-MSG
                 MOVE 'PAY FAILD' TO WS-RETCODE
              END-IF
           ELSE
              MOVE WS-REFERENCE   TO PO-REFID
              MOVE OWNER          TO PO-OWNER
              MOVE CURRENCYC      TO PO-CURRENCYC
              MOVE WS-BENE-NAME   TO PO-BENENAME
              MOVE WS-BENE-IBAN   TO PO-BENEIBAN
              MOVE WS-BENE-BIC    TO PO-BENEBIC
              MOVE WS-BUSDT       TO PO-ENTRYDT
              MOVE WS-TIME        TO PO-ENTRYTM
              MOVE WS-USERID      TO PO-USERID
              MOVE 'N'            TO PO-PSTATUS
              MOVE SPACES         TO PO-FILEID
              MOVE SPACES         TO PO-SENTDT
              MOVE SPACES         TO PO-RETDT
              MOVE SPACES         TO PO-RETRSN
              PERFORM CASH-PAYOUT-INSERT
           END-IF

           IF WS-PAYOUT-FAILED
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE WS-PRIOR-BAL TO BALANCE
              MOVE 'Y'          TO WS-OVERRIDE-SW
           END-IF.

       CASH-PAYOUT-HOLD.
      *    AN 'O' CAPTURED FOR A CHECKER PARKS ITS BENEFICIARY ON A
      *    HELD ROW UNDER ITS REFERENCE, WITH NO AMOUNT YET - NOTHING
      *    HAS BEEN DEBITED. THE ITEM AND THE ROW GO TOGETHER: A ROW
      *    THAT CANNOT BE WRITTEN BACKS THE CAPTURE OUT.
           MOVE 'N'            TO WS-PAYOUT-SW
           MOVE ZERO           TO PO-AMOUNT
           MOVE WS-REFERENCE   TO PO-REFID
           MOVE OWNER          TO PO-OWNER
           MOVE CURRENCYC      TO PO-CURRENCYC
           MOVE WS-BENE-NAME   TO PO-BENENAME
           MOVE WS-BENE-IBAN   TO PO-BENEIBAN
           MOVE WS-BENE-BIC    TO PO-BENEBIC
           MOVE WS-BUSDT       TO PO-ENTRYDT
           MOVE WS-TIME        TO PO-ENTRYTM
           MOVE WS-USERID      TO PO-USERID
           MOVE 'H'            TO PO-PSTATUS
           MOVE SPACES         TO PO-FILEID
           MOVE SPACES         TO PO-SENTDT
           MOVE SPACES         TO PO-RETDT
           MOVE SPACES         TO PO-RETRSN
           PERFORM CASH-PAYOUT-INSERT

           IF WS-PAYOUT-FAILED
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE SPACES       TO WS-PENDID
              MOVE 'Y'          TO WS-OVERRIDE-SW
           END-IF.

       CASH-PAYOUT-INSERT.
      *    -803 IS A REFERENCE ALREADY ON PAYOUT. A CANCELLED ROW IS
      *    REPLACED IN PLACE, THE WAY CASH-REF-RECORD REPLACES A
      *    REVERSED CASHREF ROW; ANY OTHER MEANS THE REFERENCE BELONGS
      *    TO A PAYMENT STILL IN FLIGHT OR ALREADY MADE.
           EXEC SQL
                INSERT INTO STOCKTRD.PAYOUT(
                   REFID, OWNER, CURRENCYC, AMOUNT, BENENAME,
                   BENEIBAN, BENEBIC, ENTRYDT, ENTRYTM, USERID,
                   PSTATUS, FILEID, SENTDT, RETDT, RETRSN)
                VALUES (:PO-REFID, :PO-OWNER, :PO-CURRENCYC,
                   :PO-AMOUNT, :PO-BENENAME, :PO-BENEIBAN,
                   :PO-BENEBIC, :PO-ENTRYDT, :PO-ENTRYTM,
                   :PO-USERID, :PO-PSTATUS, :PO-FILEID, :PO-SENTDT,
                   :PO-RETDT, :PO-RETRSN)
           END-EXEC

           IF SQLCODE = -803
              EXEC SQL
                   UPDATE STOCKTRD.PAYOUT
                   SET OWNER     = :PO-OWNER,
                       CURRENCYC = :PO-CURRENCYC,
                       AMOUNT    = :PO-AMOUNT,
                       BENENAME  = :PO-BENENAME,
                       BENEIBAN  = :PO-BENEIBAN,
                       BENEBIC   = :PO-BENEBIC,
                       ENTRYDT   = :PO-ENTRYDT,
                       ENTRYTM   = :PO-ENTRYTM,
                       USERID    = :PO-USERID,
                       PSTATUS   = :PO-PSTATUS,
                       FILEID    = :PO-FILEID,
                       SENTDT    = :PO-SENTDT,
                       RETDT     = :PO-RETDT,
                       RETRSN    = :PO-RETRSN
                   WHERE REFID = :PO-REFID
                     AND PSTATUS = 'X'
              END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN SQLCODE = 0 AND SQLERRD(3) > 0
                 CONTINUE
              WHEN SQLCODE = 0 OR SQLCODE = 100
                 MOVE 'Y' TO WS-PAYOUT-SW
                 MOVE 'PAYMENT REFERENCE ALREADY IN USE' TO WS-MSG
                 MOVE 'REF USED'  TO WS-RETCODE
              WHEN OTHER
                 MOVE 'Y' TO WS-PAYOUT-SW
                 MOVE 'PAYMENT INSTRUCTION NOT RECORDED' TO WS-MSG
                 MOVE 'PAY FAILD' TO WS-RETCODE
           END-EVALUATE.

       CASH-BUSDATE-READ.
      *    A REGION WITHOUT THE BUSDATE ROW BEHAVES EXACTLY AS IT DID
      *    BEFORE THE TABLE EXISTED: THE WALL-CLOCK DATE IS THE
              IF WS-VEL-USED-AMT + WS-REQ-AMOUNT > WS-VEL-AMT-LIMIT
                 OR WS-VEL-USED-CNT + 1 > WS-VEL-CNT-LIMIT
                 MOVE 'Y' TO WS-VEL-BLOCKED-SW
                 IF (WS-REQ = 'D' OR WS-REQ = 'O')
                    AND WS-USERID NOT = SPACES
                    PERFORM CASH-PEND-CAPTURE
                 ELSE
                    MOVE 'DAILY DEBIT VELOCITY LIMIT REACHED'
           COMPUTE WS-CONV-RESULT = WS-CONV-INT / WS-CONV-MULT
           END-COMPUTE.

       CASH-FX-PRICE.
      *    CONVERT AT THE CUSTOMER RATE RATHER THAN THE MID (SEE
      *    DCLFXSP). THE SPREAD IS THE PAIR'S ROW AT THE OWNER'S
      *    CUSTMAST FXTIER, ELSE THE PAIR'S STANDARD (BLANK TIER) ROW.
      *    NO ROW - OR A FAILED READ, WHICH MUST NOT STOP THE
      *    POSTING - CONVERTS AT THE MID WITH NO MARGIN, EXACTLY AS
      *    BEFORE THE TABLE EXISTED. ON ENTRY WS-CONV-RATE HOLDS THE
      *    MID FROM CASH-CURRMAST-LOOKUP; ON EXIT IT HOLDS THE RATE
      *    APPLIED AND WS-CONV-RESULT THE MOVEMENT AT THAT RATE.
           MOVE ZERO TO WS-FX-SPREAD
           MOVE ZERO TO WS-FX-MARGIN

           EXEC SQL
                SELECT FXTIER
                INTO  :CU-FXTIER
                FROM STOCKTRD.CUSTMAST
                WHERE UPPER(LEGALNAME) = UPPER(:CUST-NAME-TEXT)
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACE TO CU-FXTIER
           END-IF

      *    A TIER ROW SORTS AHEAD OF THE BLANK STANDARD ROW.
           EXEC SQL
                SELECT SPREADBP
                INTO  :FS-SPREADBP
                FROM STOCKTRD.FXSPREAD
                WHERE FROMCCY = :WS-FX-FROMCCY
                  AND TOCCY   = :WS-FX-TOCCY
                  AND (TIER = :CU-FXTIER OR TIER = ' ')
                ORDER BY TIER DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
              MOVE FS-SPREADBP TO WS-FX-SPREAD
           END-IF

           PERFORM CASH-CONVERT-AMOUNT

           IF WS-FX-SPREAD > ZERO
              MOVE WS-CONV-RESULT TO WS-FX-MID-RESULT
              IF WS-FX-SIDE = 'S'
                 COMPUTE WS-CONV-RATE ROUNDED =
                     WS-CONV-RATE * (10000 - WS-FX-SPREAD) / 10000
                 END-COMPUTE
              ELSE
                 COMPUTE WS-CONV-RATE ROUNDED =
                     WS-CONV-RATE * (10000 + WS-FX-SPREAD) / 10000
                 END-COMPUTE
              END-IF
              PERFORM CASH-CONVERT-AMOUNT
              IF WS-CONV-RESULT > WS-FX-MID-RESULT
                 COMPUTE WS-FX-MARGIN =
                     WS-CONV-RESULT - WS-FX-MID-RESULT
                 END-COMPUTE
              ELSE
                 COMPUTE WS-FX-MARGIN =
                     WS-FX-MID-RESULT - WS-CONV-RESULT
                 END-COMPUTE
              END-IF
           END-IF.

       CASH-ENTITLE-CHECK.
      *    IS WS-USERID ENTITLED TO DRIVE WS-REQ? THE FUNCTION CODES
      *    ON THE USER'S USERENT ROW ARE THE REQUEST LETTERS
      *    BACK IN WS-ENT-LIMIT FOR THE 'P' PATH TO ENFORCE.
           MOVE 'N'  TO WS-ENTITLED-SW
           MOVE ZERO TO WS-ENT-LIMIT
           MOVE WS-REQ TO WS-ENT-FUNC
           IF WS-REQ = 'N' OR WS-REQ = 'Z'
              MOVE 'D' TO WS-ENT-FUNC
           END-IF

           IF WS-USERID NOT = SPACES
              EXEC SQL
              MOVE 'NOT ENTITL' TO WS-RETCODE
              MOVE 'Y'          TO WS-OVERRIDE-SW
              MOVE SPACES TO WS-ENT-ALERT-MSG
              STRING 'SECURTY DENIED ' WS-USERID ' FUNC ' WS-ENT-FUNC
                  DELIMITED BY SIZE
                  INTO WS-ENT-ALERT-MSG
              END-STRING
           END-IF.

       CASH-ENTITLE-SCAN.
           IF UE-FUNCS(WS-FUNC-SUB:1) = WS-ENT-FUNC
              MOVE 'Y' TO WS-ENTITLED-SW
           END-IF.

           MOVE 'BAD REQ CD'           TO WS-RETCODE
           MOVE 'Y'                    TO WS-OVERRIDE-SW.

       CASH-TOKEN-REJECT.
      *    CHANNEL CALLERS ONLY: THE PAGING TOKEN BELONGS TO ANOTHER
      *    LIST, OR TO ANOTHER OWNER'S HISTORY. REFUSE IT RATHER THAN
      *    RESUME SOMEWHERE THE CALLER DID NOT MEAN.
           MOVE 'PAGING TOKEN DOES NOT MATCH THIS REQUEST' TO WS-MSG
           MOVE 'BAD TOKEN' TO WS-RETCODE
           MOVE 'Y'         TO WS-OVERRIDE-SW.

       CASH-CURRENCY-KEY-CHECK.
      *    CURRENCYC (CASHACCOUNTY) IS X(8) BUT CURRNKEY (FRANKFURT1)
      *    IS ONLY X(5) - A CODE LONGER THAN 5 CHARACTERS GETS
              MOVE 'ACCOUNT CLOSED - NO POSTINGS' TO WS-MSG
              MOVE 'ACCT CLOSD' TO WS-RETCODE
              MOVE 'Y'          TO WS-OVERRIDE-SW
           END-IF

      *    AN ESCHEATED POSITION'S MONEY IS WITH THE STATE (SEE
      *    CASH35) - ONLY A 'V' RECLAIM OF THE CASE REFERENCE BRINGS
      *    IT BACK, AND THAT PATH DOES NOT COME THROUGH HERE.
           IF ACCTSTAT = 'E'
              MOVE 'Y' TO WS-STAT-BLOCKED-SW
              MOVE 'ACCOUNT ESCHEATED - NO POSTINGS' TO WS-MSG
              MOVE 'ACCT ESCHT' TO WS-RETCODE
              MOVE 'Y'          TO WS-OVERRIDE-SW
           END-IF.

       CASH-ACCT-STATUS.
      *    FREEZE IS USUALLY AGAINST THE CUSTOMER, NOT ONE CURRENCY.
           MOVE 'Y' TO WS-OVERRIDE-SW

      *    STATRSN 'SANC' BELONGS TO THE SANCTIONS REFERRAL QUEUE: ONLY
      *    A CASH39 CONFIRMATION SETS IT AND ONLY A CASH39 RELEASE
      *    LIFTS IT, SO THE DECISION AND THE FREEZE NEVER DISAGREE.
           IF WS-STATUS NOT = 'A' AND WS-STATUS NOT = 'F'
              AND WS-STATUS NOT = 'C'
              OR WS-STATRSN = 'SANC'
              MOVE 'STATUS CODE INVALID' TO WS-MSG
              MOVE 'BAD STATUS'          TO WS-RETCODE
           ELSE
      *       'E' IS SET AND CLEARED ONLY BY THE ESCHEAT CYCLE AND ITS
      *       RECLAIM - A STATUS CHANGE HERE WOULD REOPEN A ZEROED
      *       POSITION WHILE THE MONEY SITS IN SUSPENSE. A SANCTIONS
      *       FREEZE IS LEFT ALONE FOR THE SAME KIND OF REASON.
              IF WS-CURRENCY = SPACES
                 EXEC SQL
                      UPDATE STOCKTRD.CASHACCOUNTY
                      SET ACCTSTAT = :WS-STATUS,
                          STATRSN  = :WS-STATRSN
                      WHERE UPPER(OWNER) = UPPER(:CUST-NAME-TEXT)
                        AND ACCTSTAT <> 'E'
                        AND VALUE(STATRSN, ' ') <> 'SANC'
                 END-EXEC
              ELSE
                 EXEC SQL
                          STATRSN  = :WS-STATRSN
                      WHERE UPPER(OWNER) = UPPER(:CUST-NAME-TEXT)
                        AND CURRENCYC = :WS-CURRENCY
                        AND ACCTSTAT <> 'E'
                        AND VALUE(STATRSN, ' ') <> 'SANC'
                 END-EXEC
              END-IF

           MOVE SPACES        TO PND-DECIDDT

           PERFORM CASH-PEND-INSERT-TRY
               UNTIL WS-PEND-INS-DONE

      *    AN 'O' ITEM NEEDS ITS BENEFICIARY KEPT FOR THE APPROVAL.
           IF WS-REQ = 'O' AND WS-RETCODE = 'PENDING'
              PERFORM CASH-PAYOUT-HOLD
           END-IF.

       CASH-PEND-INSERT-TRY.
           MOVE SPACES TO PND-PENDID
                WHERE PSTATUS = 'P'
                  AND (UPPER(OWNER) = UPPER(:CUST-NAME-TEXT)
                       OR :WS-NAME = ' ')
                  AND (PENDID > :WS-PAGE-AFTER-ID
                       OR :WS-PAGE-AFTER-ID = ' ')
                ORDER BY PENDID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-PL-DONE-SW
           ELSE
              IF WS-CHAN-MODE
                 PERFORM CASH-CHAN-PEND-PUT
              ELSE
                 PERFORM CASH-PEND-ENTRY-ADD
                 IF WS-PL-ENTRY-CNT >= WS-PL-MAX-ENTRIES
                    MOVE 'Y' TO WS-PL-DONE-SW
                 END-IF
              END-IF
           END-IF.

       CASH-PEND-ENTRY-ADD.
           ADD 1 TO WS-PL-ENTRY-CNT
           MOVE PND-PENDID    TO WS-PL-PENDID(WS-PL-ENTRY-CNT)
           MOVE PND-OWNER     TO WS-PL-NAME(WS-PL-ENTRY-CNT)
           MOVE PND-REQ       TO WS-PL-REQ(WS-PL-ENTRY-CNT)
           MOVE PND-AMOUNT    TO WS-PL-AMOUNT(WS-PL-ENTRY-CNT)
           MOVE PND-CURRENCYC TO WS-PL-CURRENCY(WS-PL-ENTRY-CNT)
           MOVE PND-MAKERID   TO WS-PL-MAKERID(WS-PL-ENTRY-CNT)
           MOVE PND-ENTRYDT   TO WS-PL-ENTRYDT(WS-PL-ENTRY-CNT).

       CASH-PEND-APPROVE.
      *    THE CHECKER'S HALF OF THE TWO-STEP: A DIFFERENT USER THAN
      *    THE MAKER APPROVES ONE PENDING ITEM AND THE POSTING RUNS
           MOVE 'N'           TO WS-OVERRIDE-SW
           MOVE 'Y'           TO WS-APPROVE-MODE-SW

      *    AN 'O' POSTS AS THE DEBIT IT IS; CASH-PAYOUT-RECORD RELEASES
      *    ITS HELD INSTRUCTION TO THE NEXT PAYMENT FILE.
           IF PND-REQ = 'D' OR PND-REQ = 'O'
              PERFORM CASH-ACCT-DEBIT
           ELSE
              PERFORM CASH-ACCT-CREDIT
                 IF SQLCODE = 0 AND SQLERRD(3) > 0
                    MOVE 'PENDING ITEM REJECTED' TO WS-MSG
                    MOVE 'PEND REJD' TO WS-RETCODE
      *             A REJECTED 'O' NEVER PAYS - CANCEL ITS HELD
      *             INSTRUCTION WITH THE ITEM, IN THE SAME UNIT OF WORK.
                    IF PND-REQ = 'O'
                       EXEC SQL
                            UPDATE STOCKTRD.PAYOUT
                            SET PSTATUS = 'X'
                            WHERE REFID = :PND-REFID
                              AND PSTATUS = 'H'
                       END-EXEC
                       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                          EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                          MOVE 'PAYMENT INSTRUCTION NOT CANCELLED'
                              TO WS-MSG
                          MOVE 'PAY FAILD' TO WS-RETCODE
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'PENDING ITEM NOT OPEN' TO WS-MSG
                    MOVE 'NOT PEND'  TO WS-RETCODE
           IF WS-REFERENCE NOT = SPACES
              EXEC SQL
                   SELECT REFID, OWNER, REQ, RETCODE, BALANCE,
                          CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS,
                          FXMARGIN
                   INTO  :DCLCASHREF
                   FROM STOCKTRD.CASHREF
                   WHERE REFID = :WS-REFERENCE
              EXEC SQL
                   INSERT INTO STOCKTRD.CASHREF(
                      REFID, OWNER, REQ, RETCODE, BALANCE,
                      CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS,
                      FXMARGIN)
                   VALUES (:WS-REFERENCE, :OWNER, :WS-REQ,
                      '0', :BALANCE, :CURRENCYC, :WS-BUSDT,
                      :WS-REQ-AMOUNT, :WS-RATE-USED, 'A',
                      :WS-FX-MARGIN)
              END-EXEC

      *       -803 HERE CAN ONLY BE A CORRECTED POSTING REUSING A
                          PROCDT    = :WS-BUSDT,
                          AMOUNT    = :WS-REQ-AMOUNT,
                          RATEAPPL  = :WS-RATE-USED,
                          RSTATUS   = 'A',
                          FXMARGIN  = :WS-FX-MARGIN
                      WHERE REFID = :WS-REFERENCE
                        AND RSTATUS = 'R'
                 END-EXEC
           MOVE HIGH-VALUE    TO WS-VK-DATE
           MOVE HIGH-VALUE    TO WS-VK-TIME
           MOVE 99            TO WS-VK-SEQ
      *    A CHANNEL CALLER'S NEXT PAGE STARTS AT THE LAST RECORD THE
      *    PREVIOUS PAGE RETURNED; THE READ LOOP SKIPS IT AND ANY
      *    RECORD NEWER THAN IT.
           IF WS-PAGE-AFTER-KEY NOT = SPACES
              MOVE WS-PAGE-AFTER-KEY TO WS-VSAM-KEY
           END-IF

           EXEC CICS IGNORE CONDITION NOTFND  END-EXEC
           EXEC CICS IGNORE CONDITION ENDFILE END-EXEC
              IF WS-VR-NAME NOT = WS-NAME
                 MOVE 'Y' TO WS-HIST-DONE-SW
              ELSE
                 IF WS-PAGE-AFTER-KEY NOT = SPACES
                    AND WS-VR-KEY NOT < WS-PAGE-AFTER-KEY
                    CONTINUE
                 ELSE
                    IF WS-CHAN-MODE
                       PERFORM CASH-CHAN-HIST-PUT
                    ELSE
                       PERFORM CASH-HIST-ENTRY-ADD
                       IF WS-HIST-ENTRY-CNT >= WS-HIST-MAX-ENTRIES
                          MOVE 'Y' TO WS-HIST-DONE-SW
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CASH-HIST-ENTRY-ADD.
           ADD 1 TO WS-HIST-ENTRY-CNT
           MOVE WS-VR-DATE     TO
               WS-HIST-DATE(WS-HIST-ENTRY-CNT)
           MOVE WS-VR-TIME     TO
               WS-HIST-TIME(WS-HIST-ENTRY-CNT)
           MOVE WS-VR-REQ      TO
               WS-HIST-REQ(WS-HIST-ENTRY-CNT)
           MOVE WS-VR-BALANCE  TO
               WS-HIST-BALANCE(WS-HIST-ENTRY-CNT)
           MOVE WS-VR-CURRENCY TO
               WS-HIST-CURRENCY(WS-HIST-ENTRY-CNT)
           MOVE WS-VR-RETCODE  TO
               WS-HIST-RETCODE(WS-HIST-ENTRY-CNT).

       CASH-HIST-WRITE.
      *    WRITES THE AUDIT RECORD. DUPREC (TWO REQUESTS FOR THE SAME
      *    OWNER IN THE SAME SECOND) IS RETRIED WITH A BUMPED KEY
      *    WS-HIST-NOTOPEN-CNT (THIS TASK ONLY - COMMAREA TASKS ARE
      *    PSEUDO-CONVERSATIONAL, SO WORKING STORAGE DOES NOT SURVIVE
      *    PAST THIS EXEC CICS RETURN) AND PUTS AN ALERT ON A TD
      *    QUEUE RATHER THAN DROPPING THE GAP SILENTLY. THE RECORD
      *    IS LINKED INTO ITS OWNER'S HISTORY CHAIN FIRST.
           PERFORM CASH-HIST-CHAIN

           MOVE ZERO TO WS-HIST-SEQ
           MOVE ZERO TO WS-HIST-RETRY-CNT
           MOVE 'N'  TO WS-HIST-WRITE-SW
                 MOVE 'Y' TO WS-HIST-WRITE-SW
           END-EVALUATE.

       CASH-HIST-CHAIN.
      *    LINKS THE RECORD INTO ITS OWNER'S HISTORY CHAIN (SEE
      *    DCLHCHN) IN THE SAME UNIT OF WORK AS THE POSTING. BUMP THE
      *    HEAD - UPDATE FIRST; NO ROW MEANS THE OWNER'S FIRST CHAINED
      *    RECORD, AND AN INSERT LOSING A RACE (-803) FALLS BACK TO
      *    THE UPDATE - THEN STAMP THE NEW SEQUENCE AND THE PREVIOUS
      *    RECORD'S VALUE, COMPUTE THIS RECORD'S OWN AND LEAVE IT ON
      *    THE HEAD FOR THE NEXT ONE. A FAILURE STILL WRITES THE
      *    RECORD, UNCHAINED, RATHER THAN LOSE IT; IT ALERTS AND PUTS
      *    SQLCODE BACK THE WAY CASH-REF-RECORD DOES, AND CASH45
      *    REPORTS THE UNCHAINED RECORD.
           MOVE SQLCODE TO WS-CHN-SAVE-SQLCODE
           MOVE ZERO    TO WS-VR-CHAINSEQ
           MOVE SPACES  TO WS-VR-PREVVAL
           MOVE SPACES  TO WS-VR-CHAINVAL

           EXEC SQL
                UPDATE STOCKTRD.HISTCHN
                SET CHAINSEQ = CHAINSEQ + 1
                WHERE NAME = :WS-VR-NAME
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                   INSERT INTO STOCKTRD.HISTCHN(
                      NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
                      FIRSTDT)
                   VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
                      :WS-CHN-ZERO-VAL, :WS-VR-DATE)
              END-EXEC
              IF SQLCODE = -803
                 EXEC SQL
                      UPDATE STOCKTRD.HISTCHN
                      SET CHAINSEQ = CHAINSEQ + 1
                      WHERE NAME = :WS-VR-NAME
                 END-EXEC
              END-IF
           END-IF

           IF SQLCODE = 0
              EXEC SQL
                   SELECT CHAINSEQ, LASTVAL
                   INTO :HN-CHAINSEQ, :HN-LASTVAL
                   FROM STOCKTRD.HISTCHN
                   WHERE NAME = :WS-VR-NAME
              END-EXEC
           END-IF

           IF SQLCODE = 0
              MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
              MOVE HN-LASTVAL  TO WS-VR-PREVVAL
              PERFORM CASH-HIST-CHAIN-VALUE
              EXEC SQL
                   UPDATE STOCKTRD.HISTCHN
                   SET LASTVAL = :WS-VR-CHAINVAL
                   WHERE NAME = :WS-VR-NAME
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE ZERO   TO WS-VR-CHAINSEQ
              MOVE SPACES TO WS-VR-PREVVAL
              MOVE SPACES TO WS-VR-CHAINVAL
              EXEC CICS WRITEQ TD QUEUE ('CSHALRT')
                   FROM   (WS-CHN-ALERT-MSG)
                   LENGTH (LENGTH OF WS-CHN-ALERT-MSG)
              END-EXEC
           END-IF

           MOVE WS-CHN-SAVE-SQLCODE TO SQLCODE.

       CASH-HIST-CHAIN-VALUE.
      *    THE RECORD'S INTEGRITY VALUE: TWO RUNNING SUMS OVER EVERY
      *    BYTE OF THE RECORD, EACH FOLDED BY ITS OWN MULTIPLIER AND
      *    PRIME MODULUS, SIDE BY SIDE IN WS-VR-CHAINVAL. THE KEY
      *    SUFFIX COUNTS AS ZERO (IT IS ONLY SETTLED AT THE WRITE, ON
      *    DUPREC) AND THE VALUE FIELD ITSELF AS SPACES. CASH01,
      *    CASH07, CASH14, CASH19, CASH34, CASH35, CASH43, CASH46,
      *    CASH48 AND THE CASH45 VERIFICATION CARRY THE SAME
      *    MACHINERY - A CHANGE HERE MUST BE MADE IN ALL OF THEM OR
      *    EVERY CHAIN BREAKS.
           MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
           MOVE ZERO      TO WS-VR-SEQ
           MOVE SPACES    TO WS-VR-CHAINVAL
           MOVE 1         TO WS-CHN-A
           MOVE ZERO      TO WS-CHN-B
           MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN

           PERFORM CASH-HIST-CHAIN-BYTE
               VARYING WS-CHN-POS FROM 1 BY 1
               UNTIL WS-CHN-POS > WS-CHN-LEN

           MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
           MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL.

       CASH-HIST-CHAIN-BYTE.
           MOVE LOW-VALUE TO WS-CHN-BYTE-HI
           MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
           COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
           DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
               GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
           COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
                                 + WS-CHN-POS
           DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
               GIVING WS-CHN-QUOT REMAINDER WS-CHN-B.

       CASH-ACCT-TRANSFER.
      *    DEBITS WS-NAME AND CREDITS WS-NAME2 FOR WS-BALANCE AS ONE
      *    UNIT OF WORK. EITHER SIDE FAILING ROLLS BACK BOTH SQL
                 MOVE 'XFER CURCY'                  TO WS-RETCODE
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              ELSE
                 MOVE BALANCE    TO WS-XC-TO-PRIOR
                 ADD WS-BALANCE TO BALANCE

                 EXEC SQL
                 IF SQLCODE = 0
                    MOVE 'TRANSFER COMPLETE' TO WS-MSG
                    MOVE 'XFER OK'           TO WS-RETCODE

      *             THE "TO" SIDE WRITES ITS OWN HISTORY RECORD UNDER
      *             WS-NAME2, THE WAY THE 'E' CREDIT LEG DOES - THE
      *             MAINLINE'S RECORD ONLY COVERS THE DEBIT, AND
      *             WITHOUT THIS ONE THE RECEIVING POSITION'S HISTORY
      *             COULD NOT EXPLAIN ITS OWN BALANCE.
                    MOVE WS-NAME2       TO WS-VR-NAME
                    MOVE WS-DATE        TO WS-VR-DATE
                    MOVE WS-TIME        TO WS-VR-TIME
                    MOVE 'T'            TO WS-VR-REQ
                    MOVE BALANCE        TO WS-VR-BALANCE
                    MOVE WS-XFER-CURRENCY TO WS-VR-CURRENCY
                    MOVE 'XFER OK'      TO WS-VR-RETCODE
                    MOVE WS-REQ-AMOUNT  TO WS-VR-AMOUNT
                    MOVE 1              TO WS-VR-RATE
                    MOVE WS-XC-TO-PRIOR TO WS-VR-PRIOR-BAL
                    MOVE ZERO           TO WS-VR-MARGIN
                    MOVE WS-BUSDT       TO WS-VR-BUSDT
                    MOVE WS-REFERENCE   TO WS-VR-REFID
                    MOVE WS-BUSDT       TO WS-VR-VALUEDT
                    MOVE WS-NAME2       TO WS-VK-NAME
                    MOVE WS-DATE        TO WS-VK-DATE
                    MOVE WS-TIME        TO WS-VK-TIME
                    PERFORM CASH-HIST-WRITE
                 ELSE
                    MOVE 'TRANSFER FAILED - CREDIT' TO WS-MSG
                    MOVE 'XFER FAILD'               TO WS-RETCODE

           MOVE BALANCE         TO WS-PRIOR-BAL
      *    EACH LEG CONVERTS THROUGH THE CURRENCY MASTER WHERE ONE
      *    EXISTS, LIKE EVERY OTHER POSTING PATH. THE PAIR'S SPREAD
      *    IS TAKEN ONCE, ON THIS LEG: THE CUSTOMER BUYS WS-CURRENCY2
      *    WITH WS-CURRENCY AT THE BUY RATE, SO THE DEBIT CARRIES THE
      *    CUSTOMER RATE AND THE MARGIN AND THE CREDIT LEG LANDS AT
      *    THE MID.
           MOVE WS-CURRENCY     TO WS-CONV-CURRENCY
           MOVE WS-XC-FROM-RATE TO WS-CONV-RATE
           MOVE WS-REQ-AMOUNT   TO WS-CONV-AMT
           PERFORM CASH-CURRMAST-LOOKUP
           MOVE WS-CURRENCY     TO WS-FX-FROMCCY
           MOVE WS-CURRENCY2    TO WS-FX-TOCCY
           MOVE 'B'             TO WS-FX-SIDE
           PERFORM CASH-FX-PRICE
           MOVE WS-CONV-RATE    TO WS-RATE-USED
           COMPUTE WS-CALC = BALANCE - WS-CONV-RESULT
           END-COMPUTE
      *             CURRENCY MASTER SUPPLIED IT.
                    MOVE WS-CONV-RATE   TO WS-VR-RATE
                    MOVE WS-XC-TO-PRIOR TO WS-VR-PRIOR-BAL
      *             THE MARGIN RIDES THE DEBIT LEG'S RECORD.
                    MOVE ZERO           TO WS-VR-MARGIN
                    MOVE WS-BUSDT       TO WS-VR-BUSDT
                    MOVE WS-REFERENCE   TO WS-VR-REFID
                    MOVE WS-BUSDT       TO WS-VR-VALUEDT

           EXEC SQL
                SELECT REFID, OWNER, REQ, RETCODE, BALANCE,
                       CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS,
                       FXMARGIN
                INTO  :DCLCASHREF
                FROM STOCKTRD.CASHREF
                WHERE REFID = :WS-REFERENCE
              GO TO CASH-ACCT-REVERSE-DEQ
           END-IF

      *    A 'K' REFERENCE IS AN ESCHEAT CASE - THE OWNER IS
      *    RECLAIMING THE BALANCE CASH35 MOVED TO SUSPENSE.
           IF REF-REQ = 'K'
              PERFORM CASH-ESCHEAT-RECLAIM
                  THRU CASH-ESCHEAT-RECLAIM-EXIT
              GO TO CASH-ACCT-REVERSE-DEQ
           END-IF

      *    ONLY A SINGLE-SIDED 'C', 'D' OR 'O' WITH A REMEMBERED
      *    MOVEMENT REVERSES MECHANICALLY - A ZERO AMOUNT IS A ROW
      *    WRITTEN BEFORE THE AMOUNT COLUMNS EXISTED, AND A TRANSFER
      *    HAS TWO SIDES THAT NEED THEIR OWN OPPOSITE TRANSFER.
           IF (REF-REQ NOT = 'C' AND REF-REQ NOT = 'D'
               AND REF-REQ NOT = 'O')
              OR REF-AMOUNT NOT > ZERO
              MOVE 'POSTING IS NOT REVERSIBLE' TO WS-MSG
              MOVE 'NOT REVSBL' TO WS-RETCODE
              GO TO CASH-ACCT-REVERSE-DEQ
           END-IF

      *    A POSTING UNDER AN OPEN OR UPHELD DISPUTE CASE IS SETTLED
      *    BY THE CASE (CASH50) - A REVERSAL ON TOP OF A PROVISIONAL
      *    OR FINAL CREDIT WOULD PAY THE CUSTOMER TWICE.
           MOVE ZERO TO WS-DISP-OPEN-CNT
           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-DISP-OPEN-CNT
                FROM STOCKTRD.DISPCASE
                WHERE REFID = :WS-REFERENCE
                  AND CSTATUS IN ('O', 'U')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'REVERSAL FAILED' TO WS-MSG
              MOVE 'REV FAILD'       TO WS-RETCODE
              GO TO CASH-ACCT-REVERSE-DEQ
           END-IF
           IF WS-DISP-OPEN-CNT > ZERO
              MOVE 'POSTING IS UNDER AN OPEN DISPUTE' TO WS-MSG
              MOVE 'IN DISPUTE' TO WS-RETCODE
              GO TO CASH-ACCT-REVERSE-DEQ
           END-IF

      *    AN 'O' CAN ONLY BE UNDONE HERE WHILE ITS INSTRUCTION IS
      *    STILL WAITING FOR THE PAYMENT FILE. ONCE CASH47 HAS SENT IT
      *    THE MONEY IS WITH THE BANK, AND ONLY A RETURN (CASH48)
      *    BRINGS IT BACK.
           IF REF-REQ = 'O'
              EXEC SQL
                   SELECT PSTATUS
                   INTO  :PO-PSTATUS
                   FROM STOCKTRD.PAYOUT
                   WHERE REFID = :WS-REFERENCE
              END-EXEC
              IF SQLCODE NOT = 0 OR PO-PSTATUS NOT = 'N'
                 MOVE 'PAYMENT ALREADY SENT - AWAIT ITS RETURN'
                     TO WS-MSG
                 MOVE 'NOT REVSBL' TO WS-RETCODE
                 GO TO CASH-ACCT-REVERSE-DEQ
              END-IF
           END-IF

           EXEC SQL
                SELECT OWNER,BALANCE,CURRENCYC,ACCTSTAT,STATRSN
                INTO  :DCLCASHACCOUNTY
                FROM STOCKTRD.CASHACCOUNTY
                WHERE LOWER(OWNER) = LOWER(:CUST-NAME-TEXT)
                  AND CURRENCYC = :REF-CURRENCYC
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT NOT PRESENT' TO WS-MSG
              MOVE 'NOT FOUND'           TO WS-RETCODE
              GO TO CASH-ACCT-REVERSE-DEQ
           END-IF

           PERFORM CASH-STATUS-CHECK
           IF WS-STAT-BLOCKED
              GO TO CASH-ACCT-REVERSE-DEQ
           END-IF

           MOVE BALANCE      TO WS-PRIOR-BAL
           MOVE REF-RATEAPPL TO WS-RATE-USED
           MOVE REF-AMOUNT   TO WS-REQ-AMOUNT
      *    RATEAPPL IS THE CUSTOMER RATE THE ORIGINAL APPLIED, SO THE
      *    UNWIND BELOW GIVES BACK ITS FX MARGIN TOO; THE 'V' AUDIT
      *    RECORD CARRIES THAT MARGIN SO CASH13 REVERSES THE REVENUE.
           MOVE REF-FXMARGIN TO WS-FX-MARGIN

      *    THE REVERSAL REAPPLIES THE ORIGINAL'S OWN RATE, NOT
      *    TODAY'S - ONLY THE MINOR UNITS AND ROUNDING RULE COME OFF
                  AND RSTATUS NOT = 'R'
           END-EXEC

      *    AND A REVERSED 'O' MUST NOT GO OUT ON TONIGHT'S FILE.
           IF SQLCODE = 0 AND SQLERRD(3) > 0 AND REF-REQ = 'O'
              EXEC SQL
                   UPDATE STOCKTRD.PAYOUT
                   SET PSTATUS = 'X'
                   WHERE REFID = :WS-REFERENCE
                     AND PSTATUS = 'N'
              END-EXEC
           END-IF

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              MOVE 'POSTING REVERSED' TO WS-MSG
              MOVE 'REVERSED'         TO WS-RETCODE
           END-EXEC
           .

       CASH-ESCHEAT-RECLAIM.
      *    PUTS AN ESCHEATED BALANCE BACK: DEBIT THE SUSPENSE POSITION
      *    THE AMOUNT THE CASE RECORDED, CREDIT IT TO THE OWNER AND
      *    REACTIVATE THE POSITION, CLOSE THE CASE 'R' AND MARK THE
      *    CASHREF ROW REVERSED - ONE UNIT OF WORK, UNDER THE ENQ
      *    CASH-ACCT-REVERSE ALREADY HOLDS. THE CASE ROW KEEPS THE
      *    ORIGINAL OWNER AND AMOUNT FOR THE AUDITORS. THE SUSPENSE
      *    LEG'S 'K' RECORD IS WRITTEN HERE; THE MAINLINE WRITES THE
      *    OWNER'S.
           EXEC SQL
                SELECT OWNER,BALANCE,CURRENCYC,ACCTSTAT,STATRSN
                INTO  :DCLCASHACCOUNTY
                FROM STOCKTRD.CASHACCOUNTY
                WHERE UPPER(OWNER) = UPPER(:CUST-NAME-TEXT)
                  AND CURRENCYC = :REF-CURRENCYC
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT NOT PRESENT' TO WS-MSG
              MOVE 'NOT FOUND'           TO WS-RETCODE
              GO TO CASH-ESCHEAT-RECLAIM-EXIT
           END-IF

           IF ACCTSTAT NOT = 'E'
              MOVE 'POSITION IS NOT ESCHEATED' TO WS-MSG
              MOVE 'NOT ESCHTD' TO WS-RETCODE
              GO TO CASH-ESCHEAT-RECLAIM-EXIT
           END-IF

           EXEC SQL
                SELECT ESCHREF, OWNER, CURRENCYC, CUSTID, COUNTRY,
                       LASTACTDT, NOTICEDT, ESCHDT, AMOUNT, ESTATUS,
                       RECLMDT
                INTO  :DCLESCHEAT
                FROM STOCKTRD.ESCHEAT
                WHERE ESCHREF = :WS-REFERENCE
                  AND ESTATUS = 'E'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'POSITION IS NOT ESCHEATED' TO WS-MSG
              MOVE 'NOT ESCHTD' TO WS-RETCODE
              GO TO CASH-ESCHEAT-RECLAIM-EXIT
           END-IF

           MOVE BALANCE   TO WS-PRIOR-BAL
           MOVE ES-AMOUNT TO WS-REQ-AMOUNT
           MOVE 1         TO WS-RATE-USED

           EXEC SQL
                SELECT BALANCE
                INTO  :WS-ESCH-SUSP-BAL
                FROM STOCKTRD.CASHACCOUNTY
                WHERE OWNER = :WS-ESCH-SUSP-OWNER
                  AND CURRENCYC = :REF-CURRENCYC
           END-EXEC

      *    THE SUSPENSE POSITION SHOULD ALWAYS COVER ITS OWN CASES;
      *    WHEN IT DOES NOT, THE STATE HAS ALREADY BEEN PAID AND THE
      *    CLAIM GOES THROUGH OPS, NOT AN OVERDRAWN SUSPENSE.
           IF SQLCODE NOT = 0 OR WS-ESCH-SUSP-BAL < ES-AMOUNT
              MOVE 'SUSPENSE CANNOT COVER RECLAIM' TO WS-MSG
              MOVE 'SUSP SHORT' TO WS-RETCODE
              GO TO CASH-ESCHEAT-RECLAIM-EXIT
           END-IF

           COMPUTE WS-ESCH-SUSP-AFTER = WS-ESCH-SUSP-BAL - ES-AMOUNT
           END-COMPUTE

           EXEC SQL
                UPDATE STOCKTRD.CASHACCOUNTY
                SET BALANCE = :WS-ESCH-SUSP-AFTER
                WHERE OWNER = :WS-ESCH-SUSP-OWNER
                  AND CURRENCYC = :REF-CURRENCYC
                  AND BALANCE = :WS-ESCH-SUSP-BAL
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'RECLAIM FAILED' TO WS-MSG
              MOVE 'REV FAILD'      TO WS-RETCODE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO CASH-ESCHEAT-RECLAIM-EXIT
           END-IF

           COMPUTE WS-CALC = WS-PRIOR-BAL + ES-AMOUNT
           END-COMPUTE

           EXEC SQL
                UPDATE STOCKTRD.CASHACCOUNTY
                SET BALANCE  = :WS-CALC,
                    ACCTSTAT = 'A',
                    STATRSN  = ' '
                WHERE UPPER(OWNER) = UPPER(:CUST-NAME-TEXT)
                  AND CURRENCYC = :REF-CURRENCYC
                  AND ACCTSTAT = 'E'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'RECLAIM FAILED' TO WS-MSG
              MOVE 'REV FAILD'      TO WS-RETCODE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO CASH-ESCHEAT-RECLAIM-EXIT
           END-IF

           EXEC SQL
                UPDATE STOCKTRD.ESCHEAT
                SET ESTATUS = 'R',
                    RECLMDT = :WS-BUSDT
                WHERE ESCHREF = :WS-REFERENCE
                  AND ESTATUS = 'E'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL
                   UPDATE STOCKTRD.CASHREF
                   SET RSTATUS = 'R'
                   WHERE REFID = :WS-REFERENCE
                     AND RSTATUS NOT = 'R'
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'RECLAIM FAILED' TO WS-MSG
              MOVE 'REV FAILD'      TO WS-RETCODE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO CASH-ESCHEAT-RECLAIM-EXIT
           END-IF

           MOVE WS-ESCH-SUSP-OWNER TO WS-VR-NAME
           MOVE WS-DATE            TO WS-VR-DATE
           MOVE WS-TIME            TO WS-VR-TIME
           MOVE 'K'                TO WS-VR-REQ
           MOVE WS-ESCH-SUSP-AFTER TO WS-VR-BALANCE
           MOVE REF-CURRENCYC      TO WS-VR-CURRENCY
           MOVE 'RECLM OUT'        TO WS-VR-RETCODE
           MOVE ES-AMOUNT          TO WS-VR-AMOUNT
           MOVE 1                  TO WS-VR-RATE
           MOVE ZERO               TO WS-VR-MARGIN
           MOVE WS-ESCH-SUSP-BAL   TO WS-VR-PRIOR-BAL
           MOVE WS-BUSDT           TO WS-VR-BUSDT
           MOVE WS-REFERENCE       TO WS-VR-REFID
           MOVE WS-BUSDT           TO WS-VR-VALUEDT
           MOVE WS-VR-NAME         TO WS-VK-NAME
           MOVE WS-DATE            TO WS-VK-DATE
           MOVE WS-TIME            TO WS-VK-TIME
           PERFORM CASH-HIST-WRITE

      *    THE MAINLINE REPORTS AND AUDITS FROM THE SHARED POSITION
      *    HOST VARIABLES - LEAVE THEM DESCRIBING THE OWNER'S ROW.
           MOVE WS-CALC       TO BALANCE
           MOVE REF-CURRENCYC TO CURRENCYC
           MOVE 'A'           TO ACCTSTAT
           MOVE SPACES        TO STATRSN
           MOVE 'Y'           TO WS-RECLAIM-SW
           MOVE 'ESCHEATED BALANCE RECLAIMED' TO WS-MSG
           MOVE 'RECLAIMED'   TO WS-RETCODE
           .
       CASH-ESCHEAT-RECLAIM-EXIT.
           EXIT.

       CASH-DISP-PROVISIONAL.
      *    CREDITS A DISPUTE CASE'S DISPUTED AMOUNT PROVISIONALLY,
      *    WHILE CASH50'S INVESTIGATION RUNS. WS-REFERENCE NAMES THE
      *    CASE, WHICH MUST BE OPEN, THE OWNER'S, AND NOT YET CREDITED.
      *    THE AMOUNT GOES BACK AT THE DISPUTED POSTING'S OWN RATE, AS
      *    A 'V' WOULD, SO THE CREDIT LANDS ON THE CENT THE DEBIT TOOK.
      *    NO FX MARGIN IS HANDED BACK - THE ORIGINAL'S REVENUE STAYS
      *    BOOKED UNLESS THE CASE IS RESOLVED OTHERWISE. THE CREDIT,
      *    ITS 'N' CASHREF ROW UNDER THE CASE ID AND THE CASE'S
      *    PROVSTAT 'P' ARE ONE UNIT OF WORK, UNDER THE OWNER'S ENQ.
           EXEC CICS ENQ RESOURCE (CUST-NAME-TEXT)
                LENGTH (LENGTH OF CUST-NAME-TEXT)
           END-EXEC

           MOVE 'Y' TO WS-OVERRIDE-SW

           IF WS-REFERENCE = SPACES
              MOVE 'PROVISIONAL CREDIT NEEDS THE CASE ID' TO WS-MSG
              MOVE 'NO REFRNCE' TO WS-RETCODE
              GO TO CASH-DISP-PROVISIONAL-DEQ
           END-IF

           PERFORM CASH-DISP-CASE-READ
           IF SQLCODE NOT = 0
              MOVE 'DISPUTE CASE NOT FOUND' TO WS-MSG
              MOVE 'NOT FOUND' TO WS-RETCODE
              GO TO CASH-DISP-PROVISIONAL-DEQ
           END-IF

           IF DC-CSTATUS NOT = 'O' OR DC-PROVSTAT NOT = SPACE
              MOVE 'CASE CLOSED OR ALREADY CREDITED' TO WS-MSG
              MOVE 'CASE STAT' TO WS-RETCODE
              GO TO CASH-DISP-PROVISIONAL-DEQ
           END-IF

           EXEC SQL
                SELECT OWNER,BALANCE,CURRENCYC,ACCTSTAT,STATRSN
                INTO  :DCLCASHACCOUNTY
                FROM STOCKTRD.CASHACCOUNTY
                WHERE LOWER(OWNER) = LOWER(:CUST-NAME-TEXT)
                  AND CURRENCYC = :DC-CURRENCYC
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT NOT PRESENT' TO WS-MSG
              MOVE 'NOT FOUND'           TO WS-RETCODE
              GO TO CASH-DISP-PROVISIONAL-DEQ
           END-IF

           PERFORM CASH-STATUS-CHECK
           IF WS-STAT-BLOCKED
              GO TO CASH-DISP-PROVISIONAL-DEQ
           END-IF

           MOVE BALANCE     TO WS-PRIOR-BAL
           MOVE DC-RATEAPPL TO WS-RATE-USED
           MOVE DC-DISPAMT  TO WS-REQ-AMOUNT
           MOVE ZERO        TO WS-FX-MARGIN

           MOVE DC-CURRENCYC TO WS-CONV-CURRENCY
           MOVE DC-RATEAPPL  TO WS-CONV-RATE
           MOVE DC-DISPAMT   TO WS-CONV-AMT
           PERFORM CASH-CURRMAST-LOOKUP
           MOVE DC-RATEAPPL  TO WS-CONV-RATE
           PERFORM CASH-CONVERT-AMOUNT

           COMPUTE WS-CALC = BALANCE + WS-CONV-RESULT
           END-COMPUTE

           MOVE WS-CALC TO BALANCE
           EXEC SQL
                UPDATE STOCKTRD.CASHACCOUNTY
                SET BALANCE = :BALANCE
                WHERE UPPER(OWNER) = UPPER(:CUST-NAME-TEXT)
                  AND CURRENCYC = :DC-CURRENCYC
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO CASH-DISP-PROVISIONAL-FAIL
           END-IF

      *    THE CASE ID IS THE CREDIT'S REFERENCE. UNLIKE A CALLER'S
      *    REFERENCE THE ROW IS NOT OPTIONAL BOOKKEEPING - THE
      *    CLAWBACK MARKS IT - SO A FAILED INSERT BACKS THE CREDIT OUT.
           EXEC SQL
                INSERT INTO STOCKTRD.CASHREF(
                   REFID, OWNER, REQ, RETCODE, BALANCE,
                   CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS,
                   FXMARGIN)
                VALUES (:WS-REFERENCE, :OWNER, 'N',
                   '0', :BALANCE, :CURRENCYC, :WS-BUSDT,
                   :WS-REQ-AMOUNT, :WS-RATE-USED, 'A',
                   :WS-FX-MARGIN)
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO CASH-DISP-PROVISIONAL-FAIL
           END-IF

           EXEC SQL
                UPDATE STOCKTRD.DISPCASE
                SET PROVAMT  = :DC-DISPAMT,
                    PROVDT   = :WS-BUSDT,
                    PROVSTAT = 'P'
                WHERE CASEID = :WS-REFERENCE
                  AND CSTATUS = 'O'
                  AND PROVSTAT = ' '
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              GO TO CASH-DISP-PROVISIONAL-FAIL
           END-IF

           MOVE 'PROVISIONAL CREDIT POSTED' TO WS-MSG
           MOVE 'PROV CRDT' TO WS-RETCODE
           GO TO CASH-DISP-PROVISIONAL-DEQ
           .

       CASH-DISP-PROVISIONAL-FAIL.
           MOVE 'PROVISIONAL CREDIT FAILED' TO WS-MSG
           MOVE 'DISP FAILD' TO WS-RETCODE
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           .

       CASH-DISP-PROVISIONAL-DEQ.
           EXEC CICS DEQ RESOURCE (CUST-NAME-TEXT)
                LENGTH (LENGTH OF CUST-NAME-TEXT)
           END-EXEC
           .

       CASH-DISP-CLAWBACK.
      *    TAKES A DENIED CASE'S PROVISIONAL CREDIT BACK: DEBIT PROVAMT
      *    AT THE SAME RATE THE 'N' CREDITED IT, MARK THE 'N' CASHREF
      *    ROW REVERSED AND THE CASE'S PROVSTAT 'C' - ONE UNIT OF WORK,
      *    UNDER THE OWNER'S ENQ. THE 'Z' AUDIT RECORD THE MAINLINE
      *    WRITES IS WHAT CASH24 TURNS INTO THE CUSTOMER'S ADVICE.
      *    CASH50 CLOSES THE CASE 'D' IN THE SAME UNIT OF WORK.
           EXEC CICS ENQ RESOURCE (CUST-NAME-TEXT)
                LENGTH (LENGTH OF CUST-NAME-TEXT)
           END-EXEC

           MOVE 'Y' TO WS-OVERRIDE-SW

           IF WS-REFERENCE = SPACES
              MOVE 'CLAWBACK NEEDS THE CASE ID' TO WS-MSG
              MOVE 'NO REFRNCE' TO WS-RETCODE
              GO TO CASH-DISP-CLAWBACK-DEQ
           END-IF

           PERFORM CASH-DISP-CASE-READ
           IF SQLCODE NOT = 0
              MOVE 'DISPUTE CASE NOT FOUND' TO WS-MSG
              MOVE 'NOT FOUND' TO WS-RETCODE
              GO TO CASH-DISP-CLAWBACK-DEQ
           END-IF

           IF DC-CSTATUS NOT = 'O' OR DC-PROVSTAT NOT = 'P'
              MOVE 'CASE CLOSED OR NOT CREDITED' TO WS-MSG
              MOVE 'CASE STAT' TO WS-RETCODE
              GO TO CASH-DISP-CLAWBACK-DEQ
           END-IF

           EXEC SQL
                SELECT OWNER,BALANCE,CURRENCYC,ACCTSTAT,STATRSN
                INTO  :DCLCASHACCOUNTY
                FROM STOCKTRD.CASHACCOUNTY
                WHERE LOWER(OWNER) = LOWER(:CUST-NAME-TEXT)
                  AND CURRENCYC = :DC-CURRENCYC
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT NOT PRESENT' TO WS-MSG
              MOVE 'NOT FOUND'           TO WS-RETCODE
              GO TO CASH-DISP-CLAWBACK-DEQ
           END-IF

           PERFORM CASH-STATUS-CHECK
           IF WS-STAT-BLOCKED
              GO TO CASH-DISP-CLAWBACK-DEQ
           END-IF

           MOVE BALANCE     TO WS-PRIOR-BAL
           MOVE DC-RATEAPPL TO WS-RATE-USED
           MOVE DC-PROVAMT  TO WS-REQ-AMOUNT
           MOVE ZERO        TO WS-FX-MARGIN

           MOVE DC-CURRENCYC TO WS-CONV-CURRENCY
           MOVE DC-RATEAPPL  TO WS-CONV-RATE
           MOVE DC-PROVAMT   TO WS-CONV-AMT
           PERFORM CASH-CURRMAST-LOOKUP
           MOVE DC-RATEAPPL  TO WS-CONV-RATE
           PERFORM CASH-CONVERT-AMOUNT

           COMPUTE WS-CALC = BALANCE - WS-CONV-RESULT
           END-COMPUTE
      *    THE CLAWBACK KEEPS THE DEBIT'S FLOOR - A CUSTOMER WHO HAS
      *    SPENT THE PROVISIONAL CREDIT NEEDS OPS, NOT AN AUTOMATIC
      *    OVERDRAFT. THE CASE STAYS OPEN UNTIL IT CAN BE DENIED.
           IF WS-CALC < WS-DEBIT-FLOOR
              MOVE 'CLAWBACK EXCEEDS LIMIT' TO WS-MSG
              MOVE 'OVERDRAWN' TO WS-RETCODE
              GO TO CASH-DISP-CLAWBACK-DEQ
           END-IF

           MOVE WS-CALC TO BALANCE
           EXEC SQL
                UPDATE STOCKTRD.CASHACCOUNTY
                SET BALANCE = :BALANCE
                WHERE UPPER(OWNER) = UPPER(:CUST-NAME-TEXT)
                  AND CURRENCYC = :DC-CURRENCYC
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO CASH-DISP-CLAWBACK-FAIL
           END-IF

           EXEC SQL
                UPDATE STOCKTRD.CASHREF
                SET RSTATUS = 'R'
                WHERE REFID = :WS-REFERENCE
                  AND REQ = 'N'
                  AND RSTATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              GO TO CASH-DISP-CLAWBACK-FAIL
           END-IF

           EXEC SQL
                UPDATE STOCKTRD.DISPCASE
                SET PROVSTAT = 'C'
                WHERE CASEID = :WS-REFERENCE
                  AND CSTATUS = 'O'
                  AND PROVSTAT = 'P'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              GO TO CASH-DISP-CLAWBACK-FAIL
           END-IF

           MOVE 'PROVISIONAL CREDIT CLAWED BACK' TO WS-MSG
           MOVE 'CLAWED BK' TO WS-RETCODE
           GO TO CASH-DISP-CLAWBACK-DEQ
           .

       CASH-DISP-CLAWBACK-FAIL.
           MOVE 'CLAWBACK FAILED' TO WS-MSG
           MOVE 'DISP FAILD'      TO WS-RETCODE
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           .

       CASH-DISP-CLAWBACK-DEQ.
           EXEC CICS DEQ RESOURCE (CUST-NAME-TEXT)
                LENGTH (LENGTH OF CUST-NAME-TEXT)
           END-EXEC
           .

       CASH-DISP-CASE-READ.
      *    THE CASE WS-REFERENCE NAMES, IF IT IS THE CALLER'S OWNER'S.
           EXEC SQL
                SELECT CASEID, REFID, OWNER, CURRENCYC, ORIGREQ,
                       ORIGAMT, RATEAPPL, DISPAMT, REASON, CSTATUS,
                       PROVSTAT, PROVAMT, PROVDT, OPENDT, OPENTM,
                       OPENID, DUEDT, FINDINGS, CLOSEID, CLOSEDT
                INTO  :DCLDISPCASE
                FROM STOCKTRD.DISPCASE
                WHERE CASEID = :WS-REFERENCE
                  AND UPPER(OWNER) = UPPER(:CUST-NAME-TEXT)
           END-EXEC.

       CASH-HOLD-SUM-GET.
      *    THE SUM OF ACTIVE, UNEXPIRED HOLDS EARMARKED AGAINST THE
      *    OWNER'S POSITION IN HLD-CURRENCYC. AN EXPIRY DATE CASH28
                  AND (CURRENCYC = :WS-CURRENCY
                       OR :WS-CURRENCY = ' ')
                  AND HSTATUS = 'A'
                  AND (HOLDID > :WS-PAGE-AFTER-ID
                       OR :WS-PAGE-AFTER-ID = ' ')
                ORDER BY HOLDID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-HL-DONE-SW
           ELSE
              IF WS-CHAN-MODE
                 PERFORM CASH-CHAN-HOLD-PUT
              ELSE
                 PERFORM CASH-HOLD-ENTRY-ADD
                 IF WS-HL-ENTRY-CNT >= WS-HL-MAX-ENTRIES
                    MOVE 'Y' TO WS-HL-DONE-SW
                 END-IF
              END-IF
           END-IF.

       CASH-HOLD-ENTRY-ADD.
           ADD 1 TO WS-HL-ENTRY-CNT
           MOVE HLD-HOLDID  TO WS-HL-HOLDID(WS-HL-ENTRY-CNT)
           MOVE HLD-AMOUNT  TO WS-HL-AMOUNT(WS-HL-ENTRY-CNT)
           MOVE HLD-REFID   TO WS-HL-REFID(WS-HL-ENTRY-CNT)
           MOVE HLD-EXPDT   TO WS-HL-EXPDT(WS-HL-ENTRY-CNT)
           MOVE HLD-HSTATUS TO WS-HL-HSTATUS(WS-HL-ENTRY-CNT).

       CASH-CHAN-RECEIVE.
      *    CHANNEL ENTRY: THE REQUEST IS THE COMMAREA LAYOUT CARRIED IN
      *    THE CASH-REQUEST CONTAINER, SO EVERY REQUEST CODE RUNS
      *    THROUGH THE SAME PARAGRAPHS A COMMAREA CALLER'S DOES. A
      *    SHORTER CONTAINER LEAVES THE FIELDS PAST ITS END AT THEIR
      *    INITIAL VALUES, THE SAME AS A SHORTER COMMAREA. NO REQUEST
      *    CONTAINER MEANS NOTHING TO RUN AND NOTHING TO AUDIT - ANSWER
      *    WITH THE ERROR CONTAINER ALONE.
           MOVE 'Y' TO WS-CHAN-MODE-SW
           MOVE LENGTH OF WS-COMMAREA TO WS-CHAN-LGTH

           EXEC CICS GET CONTAINER('CASH-REQUEST')
                CHANNEL (WS-CHAN-NAME)
                INTO    (WS-COMMAREA)
                FLENGTH (WS-CHAN-LGTH)
                RESP    (WS-CHAN-RESP)
           END-EXEC

           IF WS-CHAN-RESP NOT = DFHRESP(NORMAL)
              AND WS-CHAN-RESP NOT = DFHRESP(LENGERR)
              MOVE 'NO CASH-REQUEST CONTAINER ON THE CHANNEL' TO WS-MSG
              MOVE 'NO REQUEST' TO WS-RETCODE
              MOVE 'Y'          TO WS-OVERRIDE-SW
              MOVE ZERO         TO WS-CHAN-SQLCODE
              PERFORM CASH-CHAN-ERROR-PUT
              EXEC CICS RETURN END-EXEC
           END-IF

      *    PAGING IS OPTIONAL - NO CASH-PAGING CONTAINER IS THE FIRST
      *    PAGE AT THE DEFAULT SIZE.
           MOVE LENGTH OF WS-CH-PAGE TO WS-CHAN-LGTH

           EXEC CICS GET CONTAINER('CASH-PAGING')
                CHANNEL (WS-CHAN-NAME)
                INTO    (WS-CH-PAGE)
                FLENGTH (WS-CHAN-LGTH)
                RESP    (WS-CHAN-RESP)
           END-EXEC

           IF WS-CHAN-RESP NOT = DFHRESP(NORMAL)
              MOVE ZERO   TO WS-CH-PAGE-SIZE
              MOVE SPACES TO WS-CH-TOKEN
           END-IF

           IF WS-CH-PAGE-SIZE NOT NUMERIC
              OR WS-CH-PAGE-SIZE = ZERO
              MOVE WS-PAGE-DEFAULT TO WS-PAGE-SIZE
           ELSE
              IF WS-CH-PAGE-SIZE > WS-PAGE-MAX
                 MOVE WS-PAGE-MAX     TO WS-PAGE-SIZE
              ELSE
                 MOVE WS-CH-PAGE-SIZE TO WS-PAGE-SIZE
              END-IF
           END-IF

      *    THE TOKEN ONLY MEANS SOMETHING TO THE FOUR LIST REQUESTS;
      *    ANY OTHER REQUEST IGNORES IT. A HISTORY TOKEN CARRIES THE
      *    OWNER IN ITS KEY AND MUST BE FOR THE OWNER ASKED ABOUT.
           IF WS-CH-TOKEN NOT = SPACES
              AND (WS-REQ = 'Q' OR WS-REQ = 'H'
                   OR WS-REQ = 'L' OR WS-REQ = 'G')
              EVALUATE TRUE
                 WHEN WS-CH-TOKEN-REQ NOT = WS-REQ
                    MOVE 'Y' TO WS-TOKEN-BAD-SW
                 WHEN WS-REQ = 'Q'
                    MOVE WS-CH-TOKEN-KEY TO WS-PAGE-AFTER-CUR
                 WHEN WS-REQ = 'H'
                    IF WS-CH-TOKEN-KEY(1:15) NOT = WS-NAME
                       MOVE 'Y' TO WS-TOKEN-BAD-SW
                    ELSE
                       MOVE WS-CH-TOKEN-KEY TO WS-PAGE-AFTER-KEY
                    END-IF
                 WHEN OTHER
                    MOVE WS-CH-TOKEN-KEY TO WS-PAGE-AFTER-ID
              END-EVALUATE
           END-IF.

       CASH-CHAN-POS-PUT.
      *    ONE POSITION ON A CHANNEL CALLER'S PAGE. THE ROW PAST A FULL
      *    PAGE IS NOT RETURNED - IT ONLY SAYS ANOTHER PAGE FOLLOWS.
      *    THE FIRST FIVE STILL FILL THE COMMAREA TABLE SO
      *    CASH-ACCT-READ AND CASH-RESPONSE SEE WHAT THEY ALWAYS HAVE.
           IF WS-PAGE-CNT >= WS-PAGE-SIZE
              MOVE 'Y' TO WS-PAGE-MORE-SW
              MOVE 'Y' TO WS-POS-DONE-SW
           ELSE
              ADD 1 TO WS-PAGE-CNT
              IF WS-POS-ENTRY-CNT < WS-POS-MAX-ENTRIES
                 PERFORM CASH-POS-ENTRY-ADD
              END-IF
              MOVE CURRENCYC TO WS-CH-POS-CURRENCY
              MOVE BALANCE   TO WS-CH-POS-BALANCE
              MOVE ACCTSTAT  TO WS-CH-POS-STATUS
              MOVE STATRSN   TO WS-CH-POS-STATRSN
              EXEC CICS PUT CONTAINER('CASH-POSITIONS')
                   CHANNEL (WS-CHAN-NAME)
                   FROM    (WS-CH-POS-ENTRY)
                   FLENGTH (LENGTH OF WS-CH-POS-ENTRY)
                   APPEND
              END-EXEC
              MOVE CURRENCYC TO WS-PAGE-LAST-KEY
           END-IF.

       CASH-CHAN-HIST-PUT.
      *    ONE HISTORY RECORD ON A CHANNEL CALLER'S PAGE, WHOLE - THE
      *    CALLER GETS THE AMOUNT, RATE AND REFERENCE THE FIVE-ENTRY
      *    COMMAREA TABLE NEVER HAD ROOM FOR.
           IF WS-PAGE-CNT >= WS-PAGE-SIZE
              MOVE 'Y' TO WS-PAGE-MORE-SW
              MOVE 'Y' TO WS-HIST-DONE-SW
           ELSE
              ADD 1 TO WS-PAGE-CNT
              IF WS-HIST-ENTRY-CNT < WS-HIST-MAX-ENTRIES
                 PERFORM CASH-HIST-ENTRY-ADD
              END-IF
              EXEC CICS PUT CONTAINER('CASH-HISTORY')
                   CHANNEL (WS-CHAN-NAME)
                   FROM    (WS-VSAM-RECORD)
                   FLENGTH (LENGTH OF WS-VSAM-RECORD)
                   APPEND
              END-EXEC
              MOVE WS-VR-KEY TO WS-PAGE-LAST-KEY
           END-IF.

       CASH-CHAN-PEND-PUT.
           IF WS-PAGE-CNT >= WS-PAGE-SIZE
              MOVE 'Y' TO WS-PAGE-MORE-SW
              MOVE 'Y' TO WS-PL-DONE-SW
           ELSE
              ADD 1 TO WS-PAGE-CNT
              IF WS-PL-ENTRY-CNT < WS-PL-MAX-ENTRIES
                 PERFORM CASH-PEND-ENTRY-ADD
              END-IF
              MOVE PND-PENDID    TO WS-CH-PL-PENDID
              MOVE PND-OWNER     TO WS-CH-PL-NAME
              MOVE PND-REQ       TO WS-CH-PL-REQ
              MOVE PND-AMOUNT    TO WS-CH-PL-AMOUNT
              MOVE PND-CURRENCYC TO WS-CH-PL-CURRENCY
              MOVE PND-REFID     TO WS-CH-PL-REFID
              MOVE PND-MAKERID   TO WS-CH-PL-MAKERID
              MOVE PND-ENTRYDT   TO WS-CH-PL-ENTRYDT
              MOVE PND-ENTRYTM   TO WS-CH-PL-ENTRYTM
              EXEC CICS PUT CONTAINER('CASH-PENDING')
                   CHANNEL (WS-CHAN-NAME)
                   FROM    (WS-CH-PEND-ENTRY)
                   FLENGTH (LENGTH OF WS-CH-PEND-ENTRY)
                   APPEND
              END-EXEC
              MOVE PND-PENDID TO WS-PAGE-LAST-KEY
           END-IF.

       CASH-CHAN-HOLD-PUT.
           IF WS-PAGE-CNT >= WS-PAGE-SIZE
              MOVE 'Y' TO WS-PAGE-MORE-SW
              MOVE 'Y' TO WS-HL-DONE-SW
           ELSE
              ADD 1 TO WS-PAGE-CNT
              IF WS-HL-ENTRY-CNT < WS-HL-MAX-ENTRIES
                 PERFORM CASH-HOLD-ENTRY-ADD
              END-IF
              MOVE HLD-HOLDID    TO WS-CH-HL-HOLDID
              MOVE HLD-CURRENCYC TO WS-CH-HL-CURRENCY
              MOVE HLD-AMOUNT    TO WS-CH-HL-AMOUNT
              MOVE HLD-REFID     TO WS-CH-HL-REFID
              MOVE HLD-EXPDT     TO WS-CH-HL-EXPDT
              MOVE HLD-HSTATUS   TO WS-CH-HL-HSTATUS
              EXEC CICS PUT CONTAINER('CASH-HOLDS')
                   CHANNEL (WS-CHAN-NAME)
                   FROM    (WS-CH-HOLD-ENTRY)
                   FLENGTH (LENGTH OF WS-CH-HOLD-ENTRY)
                   APPEND
              END-EXEC
              MOVE HLD-HOLDID TO WS-PAGE-LAST-KEY
           END-IF.

       CASH-CHAN-RESPOND.
      *    THE CHANNEL CALLER'S ANSWER: THE COMMAREA IMAGE A COMMAREA
      *    CALLER WOULD HAVE GOT BACK, THE PAGING STATE FOR A LIST
      *    REQUEST, AND THE ERROR CONTAINER WHEN THE REQUEST FAILED.
      *    THE LIST CONTAINERS WERE FILLED AS THE ROWS WERE READ.
           EXEC CICS PUT CONTAINER('CASH-RESPONSE')
                CHANNEL (WS-CHAN-NAME)
                FROM    (WS-COMMAREA)
                FLENGTH (LENGTH OF WS-COMMAREA)
           END-EXEC

           IF WS-REQ = 'Q' OR WS-REQ = 'H'
              OR WS-REQ = 'L' OR WS-REQ = 'G'
              MOVE WS-PAGE-SIZE TO WS-CH-PAGE-SIZE
              MOVE WS-PAGE-CNT  TO WS-CH-RETURNED
              IF WS-PAGE-MORE
                 MOVE 'Y'              TO WS-CH-MORE
                 MOVE WS-REQ           TO WS-CH-TOKEN-REQ
                 MOVE WS-PAGE-LAST-KEY TO WS-CH-TOKEN-KEY
              ELSE
                 MOVE 'N'              TO WS-CH-MORE
                 MOVE SPACES           TO WS-CH-TOKEN
              END-IF
              EXEC CICS PUT CONTAINER('CASH-PAGING')
                   CHANNEL (WS-CHAN-NAME)
                   FROM    (WS-CH-PAGE)
                   FLENGTH (LENGTH OF WS-CH-PAGE)
              END-EXEC
           END-IF

           PERFORM CASH-CHAN-ERROR-PUT.

       CASH-CHAN-ERROR-PUT.
      *    CLASSIFY THE ANSWER FOR THE CASH-ERROR CONTAINER. A RETCODE
      *    A PARAGRAPH SET ITSELF IS LOOKED UP IN WS-CHAN-RC-LIST;
      *    OTHERWISE THE RETCODE IS THE RAW SQLCODE - ZERO SUCCEEDED,
      *    +100 FOUND NO ROW, ANYTHING ELSE IS A SYSTEM ERROR. A
      *    SUCCESSFUL ANSWER PUTS NO ERROR CONTAINER AT ALL.
           MOVE WS-RETCODE      TO WS-CH-ERR-RETCODE
           MOVE WS-CHAN-SQLCODE TO WS-CH-ERR-SQLCODE
           MOVE WS-REQ          TO WS-CH-ERR-REQ
           MOVE WS-MSG          TO WS-CH-ERR-TEXT

           IF WS-OVERRIDE-SW = 'Y'
              MOVE 'S'  TO WS-CH-ERR-CATEGORY
              MOVE 9999 TO WS-CH-ERR-REASON
              MOVE 'N'  TO WS-CHAN-RC-FOUND-SW
              PERFORM CASH-CHAN-RC-MATCH
                  VARYING WS-CHAN-RC-SUB FROM 1 BY 1
                  UNTIL WS-CHAN-RC-SUB > WS-CHAN-RC-MAX
                     OR WS-CHAN-RC-FOUND
           ELSE
              EVALUATE TRUE
                 WHEN WS-CHAN-SQLCODE = 0
                    MOVE SPACE TO WS-CH-ERR-CATEGORY
                    MOVE ZERO  TO WS-CH-ERR-REASON
                 WHEN WS-CHAN-SQLCODE = 100
                    MOVE 'B'   TO WS-CH-ERR-CATEGORY
                    MOVE 3009  TO WS-CH-ERR-REASON
                 WHEN OTHER
                    MOVE 'S'   TO WS-CH-ERR-CATEGORY
                    MOVE 9000  TO WS-CH-ERR-REASON
              END-EVALUATE
           END-IF

           IF WS-CH-ERR-CATEGORY NOT = SPACE
              IF WS-CH-ERR-TEXT = SPACES
                 MOVE WS-RETCODE TO WS-CH-ERR-TEXT
              END-IF
              EXEC CICS PUT CONTAINER('CASH-ERROR')
                   CHANNEL (WS-CHAN-NAME)
                   FROM    (WS-CH-ERROR)
                   FLENGTH (LENGTH OF WS-CH-ERROR)
              END-EXEC
           END-IF.

       CASH-CHAN-RC-MATCH.
           IF WS-CHAN-RC-RETCODE(WS-CHAN-RC-SUB) = WS-RETCODE
              MOVE WS-CHAN-RC-CATEGORY(WS-CHAN-RC-SUB)
                  TO WS-CH-ERR-CATEGORY
              MOVE WS-CHAN-RC-REASON(WS-CHAN-RC-SUB)
                  TO WS-CH-ERR-REASON
              MOVE 'Y' TO WS-CHAN-RC-FOUND-SW
           END-IF.
