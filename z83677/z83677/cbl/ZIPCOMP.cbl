      *                     PRODUCING AN H + EMPTY-T FILE  *
      *                     THE APPLY PASS ACCEPTED AS A   *
      *                     CLEAN EMPTY BATCH.             *
      *   10/15/2026  DJ   A CHANGE TRANSACTION NO LONGER  *
      *                     CARRIES THE VENDOR AREA CODE - *
      *                     THE APPLY WOULD OVERWRITE ONE  *
      *                     ZIPACSP HAD SPLIT OR           *
      *                     OVERLAID.  AREA CODES CHANGE   *
      *                     ONLY THROUGH THAT PROGRAM.     *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *****************************************************
      * 2400-WRITE-CHANGE-TRANS - MATCHED KEY WITH A       *
      * ZIPNAME OR POPULATION DIFFERENCE: BUILD A 'U'      *
      * TRANSACTION CARRYING THE VENDOR VALUES.  THE AREA  *
      * CODE GOES OUT BLANK - IT IS OURS, MAINTAINED BY    *
      * THE ZIPACSP SPLIT/OVERLAY RUN, NOT THE VENDOR'S.   *
      *****************************************************
       2400-WRITE-CHANGE-TRANS.
           MOVE SPACES TO MAINT-TRANS-RECORD.
           MOVE VZ-POPULATION  TO MT-POPULATION-I.
           MOVE VZ-COUNTY      TO MT-COUNTY-I.
           MOVE VZ-TIMEZONE    TO MT-TIMEZONE-I.
           MOVE SPACES         TO MT-AREA-CODE-I.
           WRITE MAINT-TRANS-RECORD.
           ADD 1 TO WS-CHANGE-CNT.
           ADD 1 TO WS-TRANS-CNT.
