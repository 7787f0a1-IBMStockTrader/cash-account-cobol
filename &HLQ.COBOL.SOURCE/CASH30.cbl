000210*                    HISTORY FILE CUTS THE RUN DATE'S RECORDS   *
000220*                    TO A FLAT FILE THE END-OF-DAY READERS      *
000230*                    (CASH12/CASH13/CASH17/CASH24) SHARE.       *
000232*  2026-10-15 DLM   EXTRACT RECORD WIDENED TO THE 123-BYTE      *
000234*                    HISTORY LAYOUT (WS-VR-MARGIN APPENDED).    *
000236*  2026-10-15 DLM   EXTRACT RECORD WIDENED TO THE 172-BYTE      *
000238*                    HISTORY LAYOUT (HISTORY CHAIN APPENDED).   *
000240******************************************************************
000250*
000260******************************************************************
000560     COPY DCLHIST.
000570 FD  EXTRACT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  EXTR-RECORD          PIC X(172).
000600 WORKING-STORAGE SECTION.
000610     EXEC SQL
000620         INCLUDE SQLCA
