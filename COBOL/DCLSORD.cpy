             FREQ                           CHAR(1),
             NEXTRUN                        CHAR(8),
             ENDDT                          CHAR(8),
             OSTATUS                        CHAR(1),
             BDCONV                         CHAR(1),
             SCHEDRUN                       CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.STANDORD                   *
           10 SO-NEXTRUN           PIC X(8).
           10 SO-ENDDT             PIC X(8).
           10 SO-OSTATUS           PIC X(1).
           10 SO-BDCONV            PIC X(1).
           10 SO-SCHEDRUN          PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * STANDORD HOLDS ONE ROW PER STANDING ORDER - A RECURRING CREDIT *
      * ORDER TWICE. HOST NAMES CARRY THE SO- PREFIX BECAUSE OWNER/    *
      * AMOUNT/CURRENCYC/REQ WOULD COLLIDE WITH DCLCASH OTHERWISE.     *
      * MAINTAINED THROUGH CASH18, NEVER THROUGH AD HOC SQL.           *
      * BDCONV IS THE BUSINESS-DAY CONVENTION FOR A SCHEDULED DATE     *
      * THAT FALLS ON A WEEKEND OR A HOLCAL HOLIDAY OF THE ORDER'S     *
      * CURRENCY: 'F' FOLLOWING (THE NEXT WORKING DAY), 'P' PRECEDING  *
      * (THE WORKING DAY BEFORE); SPACES ACT AS 'F'. SCHEDRUN IS THE   *
      * UNADJUSTED SCHEDULE DATE THE FREQUENCY STEPS FROM, AND NEXTRUN *
      * IS SCHEDRUN ROLLED BY BDCONV - SO A MONTH-END ORDER ROLLED OFF *
      * A SUNDAY DOES NOT DRIFT EARLIER EVERY MONTH AFTER. SPACES IN   *
      * SCHEDRUN (ROWS OLDER THAN THE COLUMN) MEAN NEXTRUN.            *
      ******************************************************************
