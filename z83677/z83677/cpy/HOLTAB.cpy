      *****************************************************
      * HOLTAB - SQL DECLARATION FOR THE ZBANK.HOLIDAY     *
      * BANK HOLIDAY CALENDAR.  ONE ROW PER HOLIDAY; A     *
      * DATE ON THIS TABLE IS NEVER A BUSINESS DAY.  THE   *
      * END-OF-CYCLE ROLL SKIPS THESE DATES AND MOVES ANY  *
      * PENDING EFFECTIVE DATE THAT LANDS ON ONE TO THE    *
      * NEXT BUSINESS DAY.                                 *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
                EXEC SQL DECLARE ZBANK.HOLIDAY TABLE
                        (HOLIDAY_DATE   DATE       NOT NULL,
                         HOLIDAY_NAME   CHAR(30)   NOT NULL)
                         END-EXEC.
