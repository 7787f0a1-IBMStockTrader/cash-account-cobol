      * OR CLOSED POSITIONS ('ACCT FROZN'/'ACCT CLOSD') WHILE STILL    *
      * ALLOWING QUERIES AND HISTORY BROWSES; THE 'S' REQUEST          *
      * MAINTAINS THE STATUS.                                          *
      * TWO STATRSN CODES ARE SET ONLY BY THEIR OWN PROCESS: 'ESCH'    *
      * (ACCTSTAT 'E', CASH35 ESCHEAT) AND 'SANC' (ACCTSTAT 'F', A     *
      * SANCTIONS HIT CONFIRMED THROUGH CASH39). THE 'S' REQUEST WILL  *
      * NOT CHANGE A 'SANC' FREEZE - ONLY A CASH39 RELEASE LIFTS IT.   *
      * 'RBLD' (ACCTSTAT 'F') MARKS A POSITION CASH46 RE-CREATED FROM  *
      * HISTORY AFTER THE ROW WAS LOST; IT TRADES AGAIN ONLY ONCE      *
      * OPERATIONS HAS REVIEWED IT AND REACTIVATED IT WITH 'S'.        *
      ******************************************************************
