      *                     IT.  THE RUN IS RECORDED IN     *
      *                     ZBANK.RUNCTL VIA THE SHARED     *
      *                     ZIPRCTL SUBPROGRAM.             *
      *   10/15/2026  DJ   THE SNAPSHOT IS DATED WITH THE   *
      *                     ZBANK.BUSDATE BUSINESS DATE     *
      *                     RETURNED BY THE RUN-CONTROL     *
      *                     START CALL, NOT THE CLOCK.      *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - STAMP THE SNAPSHOT WITH THE      *
      * BUSINESS DATE, CLEAR ANY EARLIER SNAPSHOT FOR THE  *
      * SAME DATE (RERUN SAFETY), OPEN CURS AND PRIME THE  *
      * FIRST FETCH.                                       *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPSNAP' TO RCTL-PROGRAM.
           MOVE 'ZIPSNAP' TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           MOVE RCTL-BUSINESS-DATE TO SNAP-DATE-I.
           EXEC SQL
               DELETE FROM ZBANK.ZIPSNAP
                WHERE SNAP_DATE = DATE(:SNAP-DATE-I)
