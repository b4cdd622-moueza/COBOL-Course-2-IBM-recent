      *****************************************************
      * VACPTAB - SQL DECLARATION FOR THE ZBANK.VNDRACPT   *
      * VENDOR EXTRACT ACCEPTANCE HISTORY.  ONE ROW PER    *
      * VENDOR FILE PER ACCEPTED DELIVERY.  THE ACCEPTANCE *
      * GATE WRITES ROWS ONLY WHEN THE WHOLE DELIVERY      *
      * PASSES, SO NEXT QUARTER'S SWING CHECKS COMPARE     *
      * AGAINST THE LAST FILES ACTUALLY RELEASED TO THE    *
      * LOAD.  FILE_TYPE IS 'ZIP ' (VNDRZIP LAYOUT) OR    *
      * 'CNTY' (VNDRCNTY LAYOUT).  TOTAL_POP AND THE       *
      * COORDINATE AND TIMEZONE COUNTS ARE ZERO ON 'CNTY'  *
      * ROWS.                                              *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
                EXEC SQL DECLARE ZBANK.VNDRACPT TABLE
                        (FILE_TYPE       CHAR(4)     NOT NULL,
                         ACCEPT_TS       TIMESTAMP   NOT NULL,
                         RECORD_CNT      DECIMAL(9)  NOT NULL,
                         KEY_CNT         DECIMAL(9)  NOT NULL,
                         TOTAL_POP       DECIMAL(11) NOT NULL,
                         BLANK_COORD_CNT DECIMAL(9)  NOT NULL,
                         BLANK_CNTY_CNT  DECIMAL(9)  NOT NULL,
                         BLANK_TZ_CNT    DECIMAL(9)  NOT NULL,
                         BAD_STATE_CNT   DECIMAL(9)  NOT NULL)
                         END-EXEC.
