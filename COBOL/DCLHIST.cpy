      * WHEN THIS SHIPS.                                               *
      ******************************************************************
          05 WS-VR-VALUEDT     PIC X(08).
      ******************************************************************
      * APPENDED NEXT: THE FX MARGIN THE POSTING EARNED OVER THE MID   *
      * RATE, IN THE POSITION CURRENCY (SEE DCLFXSP) - WS-VR-RATE IS   *
      * THE CUSTOMER RATE ACTUALLY APPLIED. ON A 'V' REVERSAL IT IS    *
      * THE MARGIN THE ORIGINAL POSTING EARNED, WHICH THE REVERSAL     *
      * HANDS BACK. CASH13 POSTS IT AS FX REVENUE. ZERO WHERE NO       *
      * SPREAD APPLIED; SPACES ON RECORDS WRITTEN BEFORE THE FIELD     *
      * EXISTED, WHICH READERS TREAT AS ZERO. THE RECORD GROWS FROM    *
      * 114 TO 123 BYTES; THE FILE AND ITS ARCHIVE GENERATIONS MUST    *
      * BE REDEFINED AND REPROED TOGETHER WHEN THIS SHIPS.             *
      ******************************************************************
          05 WS-VR-MARGIN      PIC 9(7)V99.
      ******************************************************************
      * APPENDED NEXT: THE OWNER'S HISTORY CHAIN (SEE DCLHCHN). EVERY  *
      * RECORD CARRIES ITS SEQUENCE IN THE OWNER'S CHAIN, THE          *
      * INTEGRITY VALUE OF THE OWNER'S PREVIOUS RECORD (ALL ZEROS ON   *
      * SEQUENCE 1) AND ITS OWN INTEGRITY VALUE, COMPUTED OVER EVERY   *
      * BYTE OF THE RECORD WITH WS-VR-SEQ TAKEN AS ZERO (THE WRITER    *
      * ONLY SETTLES THE SUFFIX AT THE WRITE) AND WS-VR-CHAINVAL AS    *
      * SPACES. CHANGING ANY FIELD BREAKS THE RECORD'S OWN VALUE;      *
      * DELETING OR INSERTING A RECORD BREAKS THE SEQUENCE OR THE      *
      * LINK TO ITS NEIGHBOUR; CASH45 VERIFIES ALL THREE. SPACES ON    *
      * RECORDS WRITTEN BEFORE THE CHAIN EXISTED. THE RECORD GROWS     *
      * FROM 123 TO 172 BYTES; THE FILE AND ITS ARCHIVE GENERATIONS    *
      * MUST BE REDEFINED AND REPROED TOGETHER WHEN THIS SHIPS.        *
      ******************************************************************
          05 WS-VR-CHAINSEQ    PIC 9(09).
          05 WS-VR-PREVVAL     PIC X(20).
          05 WS-VR-CHAINVAL    PIC X(20).

       01 WS-VSAM-KEY.
          05 WS-VK-NAME        PIC X(15).
      * WRITTEN INSTEAD OF BEING DROPPED.                              *
      ******************************************************************
      ******************************************************************
      * THE NUMBER OF FIELDS DESCRIBED BY THIS COPYBOOK IS 21          *
      ******************************************************************
