      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.HISTCHN)                                 *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HN-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.HISTCHN TABLE
           ( NAME                           CHAR(15) NOT NULL,
             CHAINSEQ                       INTEGER NOT NULL,
             LASTVAL                        CHAR(20) NOT NULL,
             ARCHSEQ                        INTEGER NOT NULL,
             ARCHVAL                        CHAR(20) NOT NULL,
             FIRSTDT                        CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.HISTCHN                    *
      ******************************************************************
       01  DCLHISTCHN.
           10 HN-NAME              PIC X(15).
           10 HN-CHAINSEQ          PIC S9(9) USAGE COMP.
           10 HN-LASTVAL           PIC X(20).
           10 HN-ARCHSEQ           PIC S9(9) USAGE COMP.
           10 HN-ARCHVAL           PIC X(20).
           10 HN-FIRSTDT           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * HISTCHN IS THE HEAD OF EACH OWNER'S HISTORY CHAIN, ONE ROW PER *
      * HISTORY WS-VR-NAME (UNIQUE KEY). EVERY HISTORY WRITER BUMPS    *
      * CHAINSEQ IN THE SAME UNIT OF WORK AS THE POSTING, STAMPS THE   *
      * NEW VALUE INTO WS-VR-CHAINSEQ, CARRIES LASTVAL INTO            *
      * WS-VR-PREVVAL, COMPUTES THE RECORD'S OWN WS-VR-CHAINVAL OVER   *
      * THE WHOLE RECORD, AND LEAVES THAT VALUE HERE AS THE NEW        *
      * LASTVAL. THE FIRST RECORD OF A CHAIN IS SEQUENCE 1 WITH A      *
      * PREVVAL OF ALL ZEROS; FIRSTDT IS THE KEY DATE IT WAS WRITTEN,  *
      * SO A RECORD ON OR AFTER IT WITH NO CHAIN FIELDS IS SUSPECT.    *
      * CASH08 SETS ARCHSEQ/ARCHVAL TO THE HIGHEST SEQUENCE (AND ITS   *
      * VALUE) IT HAS MOVED OFF THE LIVE FILE, SO THE LIVE CHAIN CAN   *
      * BE CHECKED FROM WHERE THE ARCHIVE LEFT OFF. THE HEAD LIVES IN  *
      * DB2, AWAY FROM THE VSAM FILE, SO A RECORD DELETED OFF THE END  *
      * OF A CHAIN, OR A CHAIN RECOMPUTED AFTER AN ALTERATION, STILL   *
      * FAILS CASH45'S VERIFICATION. NOTHING BUT THE HISTORY WRITERS   *
      * AND CASH08 EVER UPDATES THIS TABLE.                            *
      * HOST NAMES CARRY THE HN- PREFIX (HOLCAL'S DCLHCAL USES HC-).   *
      ******************************************************************
