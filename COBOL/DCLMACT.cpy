      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.MONACT)                                  *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MA-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.MONACT TABLE
           ( OWNER                          CHAR(15) NOT NULL,
             KEYDT                          CHAR(8) NOT NULL,
             KEYTM                          CHAR(6) NOT NULL,
             KEYSEQ                         CHAR(2) NOT NULL,
             BUSDT                          CHAR(8) NOT NULL,
             REQ                            CHAR(1) NOT NULL,
             DIRN                           CHAR(1) NOT NULL,
             CURRENCYC                      CHAR(8) NOT NULL,
             AMOUNT                         DECIMAL(9, 2) NOT NULL,
             MOVEAMT                        DECIMAL(9, 2) NOT NULL,
             RATE                           DECIMAL(9, 6) NOT NULL,
             REFID                          CHAR(12) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.MONACT                     *
      ******************************************************************
       01  DCLMONACT.
           10 MA-OWNER             PIC X(15).
           10 MA-KEYDT             PIC X(8).
           10 MA-KEYTM             PIC X(6).
           10 MA-KEYSEQ            PIC X(2).
           10 MA-BUSDT             PIC X(8).
           10 MA-REQ               PIC X(1).
           10 MA-DIRN              PIC X(1).
           10 MA-CURRENCYC         PIC X(8).
           10 MA-AMOUNT            PIC S9(7)V9(2) USAGE COMP-3.
           10 MA-MOVEAMT           PIC S9(7)V9(2) USAGE COMP-3.
           10 MA-RATE              PIC S9(3)V9(6) USAGE COMP-3.
           10 MA-REFID             PIC X(12).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      ******************************************************************
      * MONACT IS THE SUSPICIOUS-ACTIVITY MONITOR'S ROLLING WINDOW OF  *
      * MONEY-MOVING HISTORY POSTINGS ('C', 'D', 'T' AND 'E' THAT      *
      * MOVED A BALANCE), LOADED EACH NIGHT BY CASH40 FROM THE CASH30  *
      * DAYEXTR EXTRACT SO THE DETECTION RULES CAN LOOK BACK ACROSS    *
      * DAYS WITHOUT RE-READING THE HISTORY KSDS. THE KEY IS THE       *
      * HISTORY RECORD'S OWN KEY (OWNER + KEYDT + KEYTM + KEYSEQ), SO  *
      * A RERUN LOADS NOTHING TWICE. BUSDT IS THE LEDGER DATE,         *
      * AMOUNT/RATE/REFID THE POSTING'S OWN FIELDS, MOVEAMT THE        *
      * BALANCE MOVEMENT ON THE POSITION AND DIRN ITS DIRECTION: 'I'   *
      * MONEY IN, 'O' MONEY OUT. CASH40 DELETES ROWS OLDER THAN ITS    *
      * LONGEST RULE WINDOW; NOTHING ELSE WRITES THE TABLE.            *
      ******************************************************************
