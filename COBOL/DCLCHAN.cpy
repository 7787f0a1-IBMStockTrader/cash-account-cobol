      ******************************************************************
      * COPYBOOK: DCLCHAN                                              *
      * CONTAINER LAYOUTS FOR THE CHANNEL ENTRY TO CASH00. A CALLER    *
      * LINKS TO CASH00 WITH A CHANNEL INSTEAD OF A COMMAREA; CASH00   *
      * RUNS THE SAME REQUEST CODES THROUGH THE SAME PARAGRAPHS AND    *
      * ANSWERS IN CONTAINERS ON THE SAME CHANNEL:                     *
      *   CASH-REQUEST    IN   THE CASH00 COMMAREA LAYOUT, AS A        *
      *                        COMMAREA CALLER WOULD SEND IT           *
      *   CASH-PAGING     IN   OPTIONAL - WS-CH-PAGE BELOW: PAGE SIZE  *
      *                        AND THE TOKEN FROM THE PREVIOUS PAGE    *
      *                   OUT  WS-CH-PAGE: ENTRIES RETURNED AND THE    *
      *                        TOKEN FOR THE NEXT PAGE                 *
      *   CASH-RESPONSE   OUT  THE COMMAREA LAYOUT AS A COMMAREA       *
      *                        CALLER WOULD GET IT BACK                *
      *   CASH-POSITIONS  OUT  'Q'  - WS-CH-POS-ENTRY PER POSITION     *
      *   CASH-HISTORY    OUT  'H'  - ONE HISTORY RECORD (DCLHIST) PER *
      *                        ENTRY, MOST RECENT FIRST                *
      *   CASH-PENDING    OUT  'L'  - WS-CH-PEND-ENTRY PER ITEM        *
      *   CASH-HOLDS      OUT  'G'  - WS-CH-HOLD-ENTRY PER HOLD        *
      *   CASH-ERROR      OUT  WS-CH-ERROR, ONLY WHEN THE REQUEST DID  *
      *                        NOT SUCCEED                             *
      * THE LIST CONTAINERS HOLD AS MANY FIXED-LENGTH ENTRIES AS THE   *
      * PAGE RETURNED - THE CALLER DIVIDES THE CONTAINER LENGTH BY THE *
      * ENTRY LENGTH. THE FIVE-ENTRY ARRAYS IN CASH-RESPONSE STILL     *
      * CARRY THE FIRST FIVE OF THE PAGE, AS BEFORE.                   *
      ******************************************************************
       01 WS-CH-PAGE.
      *    IN: ENTRIES PER PAGE - ZERO TAKES THE DEFAULT, AND A LARGER
      *    NUMBER THAN THE MAXIMUM IS CUT TO IT.
          05 WS-CH-PAGE-SIZE      PIC 9(4).
      *    IN: SPACES FOR THE FIRST PAGE, OTHERWISE THE TOKEN THE
      *    PREVIOUS PAGE RETURNED, UNCHANGED. OUT: THE TOKEN FOR THE
      *    NEXT PAGE, SPACES WHEN THIS PAGE WAS THE LAST.
          05 WS-CH-TOKEN.
             10 WS-CH-TOKEN-REQ   PIC X(1).
             10 WS-CH-TOKEN-KEY   PIC X(31).
      *    OUT: ENTRIES ON THIS PAGE, AND 'Y' WHEN MORE FOLLOW.
          05 WS-CH-RETURNED       PIC 9(4).
          05 WS-CH-MORE           PIC X(1).
      ******************************************************************
      * THE TOKEN IS THE REQUEST CODE THE LIST BELONGS TO AND THE KEY  *
      * OF THE LAST ENTRY RETURNED - THE CURRENCY FOR 'Q', THE HISTORY *
      * KEY DATE/TIME/SEQUENCE FOR 'H', THE PENDING ID FOR 'L' AND THE *
      * HOLD ID FOR 'G'. THE NEXT PAGE STARTS AFTER THAT KEY, SO AN    *
      * ENTRY ADDED OR REMOVED BETWEEN PAGES NEITHER REPEATS NOR       *
      * SHIFTS THE REST. A TOKEN FOR ANOTHER REQUEST CODE IS REFUSED   *
      * 'BAD TOKEN'.                                                   *
      ******************************************************************
       01 WS-CH-ERROR.
      *    THE SAME 10-BYTE RETCODE A COMMAREA CALLER GETS.
          05 WS-CH-ERR-RETCODE    PIC X(10).
      *    'V' THE REQUEST ITSELF WAS INVALID, 'A' THE CALLER IS NOT
      *    ENTITLED, 'B' A BUSINESS RULE REFUSED IT, 'S' A SYSTEM
      *    FAILURE - RETRYING MAY SUCCEED.
          05 WS-CH-ERR-CATEGORY   PIC X(1).
          05 WS-CH-ERR-REASON     PIC 9(4).
          05 WS-CH-ERR-SQLCODE    PIC S9(9) SIGN LEADING SEPARATE.
          05 WS-CH-ERR-REQ        PIC X(1).
          05 WS-CH-ERR-TEXT       PIC X(60).
       01 WS-CH-POS-ENTRY.
          05 WS-CH-POS-CURRENCY   PIC X(8).
          05 WS-CH-POS-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 WS-CH-POS-STATUS     PIC X(1).
          05 WS-CH-POS-STATRSN    PIC X(4).
       01 WS-CH-PEND-ENTRY.
          05 WS-CH-PL-PENDID      PIC X(16).
          05 WS-CH-PL-NAME        PIC X(32).
          05 WS-CH-PL-REQ         PIC X(1).
          05 WS-CH-PL-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 WS-CH-PL-CURRENCY    PIC X(8).
          05 WS-CH-PL-REFID       PIC X(12).
          05 WS-CH-PL-MAKERID     PIC X(8).
          05 WS-CH-PL-ENTRYDT     PIC X(8).
          05 WS-CH-PL-ENTRYTM     PIC X(6).
       01 WS-CH-HOLD-ENTRY.
          05 WS-CH-HL-HOLDID      PIC X(16).
          05 WS-CH-HL-CURRENCY    PIC X(8).
          05 WS-CH-HL-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 WS-CH-HL-REFID       PIC X(12).
          05 WS-CH-HL-EXPDT       PIC X(8).
          05 WS-CH-HL-HSTATUS     PIC X(1).
      ******************************************************************
      * NEW FIELDS GO IN A NEW CONTAINER OR AT THE END OF AN ENTRY -   *
      * A CALLER READING BY CONTAINER NAME AND ENTRY LENGTH IS NOT     *
      * TIED TO ANY OTHER CONTAINER'S OFFSETS.                         *
      ******************************************************************
