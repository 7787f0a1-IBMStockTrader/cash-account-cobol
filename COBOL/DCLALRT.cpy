          05 WS-OLK-SEQ        PIC 9(02).
      ******************************************************************
      * WS-OL-SEVERITY: 'C' = CRITICAL (AUDIT TRAIL OR DUPLICATE       *
      * PROTECTION GAP, OR A BROKEN HISTORY CHAIN), 'S' = SANCTIONS    *
      * (A CONFIRMED WATCH-LIST HIT HAS FROZEN A CUSTOMER), 'W' =      *
      * WARNING. WS-OL-SOURCE NAMES THE SUBSYSTEM THE ALERT TEXT       *
      * POINTS AT (HISTORY, HISTCHN, CASHREF, SECURTY, SANCTNS,        *
      * OTHER).                                                        *
      ******************************************************************
      ******************************************************************
      * THE NUMBER OF FIELDS DESCRIBED BY THIS COPYBOOK IS 10          *
