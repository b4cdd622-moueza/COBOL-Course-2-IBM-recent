      *                     A RUN-CONTROL FAILURE IS        *
      *                     REPORTED BUT NEVER STOPS THE    *
      *                     CALLING JOB.                    *
      *   10/15/2026  DJ   THE START CALL NOW TAKES THE     *
      *                     BUSINESS DATE FROM              *
      *                     ZBANK.BUSDATE, RETURNS IT IN    *
      *                     RCTL-BUSINESS-DATE AND STAMPS   *
      *                     IT ON THE RUN'S ROW.  WHEN THE  *
      *                     TABLE CANNOT BE READ THE CLOCK  *
      *                     DATE IS USED WITH A WARNING.    *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND ZBANK.RUNCTL AND       *
      * ZBANK.BUSDATE DECLARATIONS.                        *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY RUNCTAB.
           COPY BUSDTAB.
      *****************************************************
      * THE RUN_START TIMESTAMP OF THE ROW INSERTED BY THE *
      * 'S' CALL - HELD ACROSS CALLS SO THE 'E' CALL       *
           EXIT.
      *****************************************************
      * 1000-RECORD-START - WARN ON AN INCOMPLETE PRIOR    *
      * RUN, PICK UP THE BUSINESS DATE, THEN INSERT THIS   *
      * RUN'S ROW WITH STATUS 'A' AND ZERO COUNTS.         *
      * RUN_END IS SET TO RUN_START UNTIL THE 'E' CALL     *
      * STAMPS THE REAL END.                               *
      *****************************************************
       1000-RECORD-START.
           PERFORM 1100-CHECK-PRIOR-RUN THRU 1100-EXIT.
           PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
           EXEC SQL
               SET :WS-RUN-START-TS = CURRENT TIMESTAMP
           END-EXEC.
               INSERT INTO ZBANK.RUNCTL
                      (PROGRAM_NAME, JOB_NAME, RUN_START, RUN_END,
                       RUN_STATUS, READ_CNT, INSERT_CNT, UPDATE_CNT,
                       DELETE_CNT, REJECT_CNT, EXTRACT_CNT,
                       BUSINESS_DATE)
                   VALUES (:RCTL-PROGRAM, :RCTL-JOB,
                           :WS-RUN-START-TS, :WS-RUN-START-TS,
                           'A', 0, 0, 0, 0, 0, 0,
                           DATE(:RCTL-BUSINESS-DATE))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'RC0099E RUN-CONTROL INSERT FAILED SQLCODE='
       1100-EXIT.
           EXIT.
      *****************************************************
      * 1200-GET-BUSINESS-DATE - THE RUN BELONGS TO THE    *
      * CURRENT ZBANK.BUSDATE PROCESSING DATE.  IF THE     *
      * TABLE CANNOT BE READ THE CLOCK DATE IS USED SO     *
      * THE CALLER STILL RUNS.                             *
      *****************************************************
       1200-GET-BUSINESS-DATE.
           EXEC SQL
               SELECT CHAR(CURR_DATE, ISO)
                 INTO :RCTL-BUSINESS-DATE
                 FROM ZBANK.BUSDATE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'RC0003W BUSINESS DATE UNAVAILABLE SQLCODE='
                    SQLCODE ' FOR ' RCTL-PROGRAM
                    ' - CLOCK DATE USED'
               EXEC SQL
                   SET :RCTL-BUSINESS-DATE = CHAR(CURRENT DATE, ISO)
               END-EXEC
           END-IF.
       1200-EXIT.
           EXIT.
      *****************************************************
      * 2000-RECORD-END - STAMP THE END TIMESTAMP, FINAL   *
      * STATUS AND COUNTS ONTO THE ROW INSERTED BY THE 'S' *
      * CALL.                                              *
