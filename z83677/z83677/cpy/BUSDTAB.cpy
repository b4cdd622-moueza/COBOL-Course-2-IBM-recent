      *****************************************************
      * BUSDTAB - SQL DECLARATION FOR THE ZBANK.BUSDATE    *
      * BUSINESS-DATE CONTROL TABLE.  ONE ROW HOLDING THE  *
      * CURRENT PROCESSING DATE AND THE PRIOR AND NEXT     *
      * BUSINESS DAYS.  EVERY DATE-SENSITIVE ZBANK.ZIP     *
      * PROGRAM TAKES "TODAY" FROM CURR_DATE RATHER THAN   *
      * THE SYSTEM CLOCK, SO A CYCLE THAT RUNS PAST        *
      * MIDNIGHT OR A NEXT-MORNING RERUN STILL WORKS THE   *
      * RIGHT DAY.  ONLY THE END-OF-CYCLE ROLL JOB         *
      * (ZIPROLL) CHANGES IT, AND ONLY AFTER A CLEAN       *
      * ZIPBAL BALANCE.  WEEKENDS AND ZBANK.HOLIDAY DATES  *
      * ARE NEVER BUSINESS DAYS.                           *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
                EXEC SQL DECLARE ZBANK.BUSDATE TABLE
                        (CURR_DATE      DATE       NOT NULL,
                         PRIOR_DATE     DATE       NOT NULL,
                         NEXT_DATE      DATE       NOT NULL,
                         ROLLED_TS      TIMESTAMP  NOT NULL,
                         ROLLED_BY      CHAR(8)    NOT NULL)
                         END-EXEC.
