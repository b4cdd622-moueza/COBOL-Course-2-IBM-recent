      *                     PUBLISHED CUTOVER NO LONGER     *
      *                     SITS IN A DESK DRAWER.  A PAST  *
      *                     DATE IS REFUSED ON SCREEN.      *
      *   10/15/2026  DJ   "TODAY" FOR THE EFFECTIVE-DATE   *
      *                     EDIT IS NOW THE ZBANK.BUSDATE   *
      *                     BUSINESS DATE THE NIGHTLY APPLY *
      *                     RELEASES AGAINST, NOT THE CICS  *
      *                     CLOCK.                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY ZIPTAB.
           COPY ZIPREC.
           COPY BUSDTAB.
           COPY BUSDREC.
      *****************************************************
      * ATTENTION IDENTIFIER CONSTANTS (DFHPF3, ETC) - NOT *
      * AUTO-INSERTED BY THE TRANSLATOR LIKE EIBAID/       *
       01  WS-TRANS-LENGTH             PIC S9(4) COMP  VALUE +106.
      *****************************************************
      * EFFECTIVE-DATE EDIT FIELDS - THE TYPED DATE MUST   *
      * BE THE BUSINESS DATE OR LATER; THE SUBFIELD VIEW   *
      * BACKS THE MONTH/DAY PLAUSIBILITY CHECK.            *
      *****************************************************
       01  WS-TODAY-DATE               PIC X(08)  VALUE SPACES.
       01  WS-EFF-DATE                 PIC X(08)  VALUE SPACES.
      *****************************************************
      * 2200-EDIT-EFF-DATE - BLANK MEANS APPLY TONIGHT.    *
      * ANYTHING ELSE MUST BE A PLAUSIBLE YYYYMMDD THAT IS *
      * THE CURRENT BUSINESS DATE OR LATER - A PAST DATE   *
      * WOULD JUST BE A CONFUSING WAY TO SAY TONIGHT.      *
      *****************************************************
       2200-EDIT-EFF-DATE.
           MOVE EFFDI TO WS-EFF-DATE.
                    TO MSGO
               GO TO 2200-EXIT
           END-IF.
           EXEC SQL
               SELECT CHAR(CURR_DATE, ISO)
                 INTO :BD-CURR-DATE-I
                 FROM ZBANK.BUSDATE
           END-EXEC.
           IF SQLCODE NOT = 0
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BUSINESS DATE UNAVAILABLE - SEE SYSTEMS'
                    TO MSGO
               GO TO 2200-EXIT
           END-IF.
           STRING BD-CURR-YYYY DELIMITED BY SIZE
                  BD-CURR-MM   DELIMITED BY SIZE
                  BD-CURR-DD   DELIMITED BY SIZE
               INTO WS-TODAY-DATE.
           IF WS-EFF-DATE < WS-TODAY-DATE
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'EFFECTIVE DATE IS IN THE PAST'
