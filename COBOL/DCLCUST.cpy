             ADDRLINE1                      CHAR(32),
             ADDRLINE2                      CHAR(32),
             COUNTRY                        CHAR(2),
             CSTATUS                        CHAR(1) NOT NULL,
             FXTIER                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.CUSTMAST                   *
           10 CU-ADDRLINE2         PIC X(32).
           10 CU-COUNTRY           PIC X(2).
           10 CU-CSTATUS           PIC X(1).
           10 CU-FXTIER            PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * CUSTMAST IS THE CUSTOMER MASTER: ONE ROW PER CUSTOMER ID WITH  *
      * LEGAL NAME, SO THE LEGACY SPELLINGS CAN BE CLEANED UP.         *
      * MAINTAINED THROUGH CASH31, NEVER THROUGH AD HOC SQL.           *
      ******************************************************************
      ******************************************************************
      * FXTIER IS THE CUSTOMER'S FX PRICING TIER - THE TIER ITS        *
      * POSITIONS' CONVERSIONS ARE PRICED AT ON THE FXSPREAD TABLE     *
      * (SEE DCLFXSP). BLANK IS THE STANDARD TIER. THE COLUMN WAS      *
      * ADDED NOT NULL WITH DEFAULT, SO EXISTING CUSTOMERS PRICE AT    *
      * STANDARD UNTIL CASH31 GIVES THEM A TIER.                       *
      ******************************************************************
