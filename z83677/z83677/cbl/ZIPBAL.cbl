      *                     OFF A ZERO BASE - THE LARGEST   *
      *                     SWINGS WERE TRUNCATING AND      *
      *                     COULD SLIP UNDER THE TOLERANCE. *
      *   10/15/2026  DJ   A LATEST ROW MARKED STALE ('S') *
      *                     - THE ZIPNEAR NEAREST-BRANCH   *
      *                     TABLE AFTER A BRANCH CHANGE -  *
      *                     IS FLAGGED AS AWAITING REBUILD *
      *                     RATHER THAN AS A FAILURE.      *
      *   10/15/2026  DJ   RUN-RECORD CARRIES THE NEW      *
      *                     BUSINESS_DATE COLUMN.  THE     *
      *                     BUSINESS-DATE ROLL (ZIPROLL)   *
      *                     IS CHECKED FOR STATUS ONLY -   *
      *                     ITS COUNTS FOLLOW THE HOLIDAY  *
      *                     CALENDAR, AND A SWING FLAGGED  *
      *                     HERE WOULD HOLD THE NEXT ROLL. *
      *   10/15/2026  DJ   ONLY FINDINGS FOR THE CURRENT   *
      *                     BUSINESS DATE HOLD THE ROLL -  *
      *                     A NOT-COMPLETE LATEST ROW      *
      *                     STAMPED WITH IT IN A NIGHTLY-  *
      *                     CYCLE PROGRAM, OR A COUNT      *
      *                     SWING IN THE CONSOLIDATION OR  *
      *                     THE APPLY WHOSE NEWEST         *
      *                     COMPLETED RUN IS ON IT.        *
      *                     ZIPCADR'S EXCEPTION-COUNT      *
      *                     SWINGS, AND ANY QUARTERLY OR   *
      *                     AD-HOC FAILURE SUCH AS A       *
      *                     VENDOR EXTRACT THE ACCEPTANCE  *
      *                     GATE REJECTS, ARE REPORTED     *
      *                     WITHOUT FREEZING THE DATE.     *
      *                     THE HOLDS ARE COUNTED          *
      *                     SEPARATELY IN EXTRACT_CNT      *
      *                     (REJECT_CNT STILL COUNTS EVERY *
      *                     FLAG) AND MARKED ON THE        *
      *                     REPORT.  A STALE ('S') MARK IS *
      *                     REPORTED BUT NO LONGER FLAGGED *
      *                     - THE CYCLE GATE ALREADY HOLDS *
      *                     ITS DEPENDENTS.  THE RUN ROWS  *
      *                     ARE READ WITH THE BUSINESS     *
      *                     DATE IN ISO FORM.              *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  RN-DELETE-CNT-I     PIC 9(7).
           02  RN-REJECT-CNT-I     PIC 9(7).
           02  RN-EXTRACT-CNT-I    PIC 9(7).
           02  RN-BUSINESS-DATE-I  PIC X(10).
      *****************************************************
      * CURN - EVERY RUN-CONTROL ROW, NEWEST FIRST WITHIN  *
      * EACH PROGRAM, FOR THE PER-PROGRAM CONTROL BREAK.   *
      * THE BUSINESS DATE COMES BACK IN ISO FORM TO MATCH  *
      * THE RUN-CONTROL PARAMETER AREA.                    *
      *****************************************************
                EXEC SQL DECLARE CURN  CURSOR FOR
                         SELECT PROGRAM_NAME, JOB_NAME, RUN_START,
                                RUN_END, RUN_STATUS, READ_CNT,
                                INSERT_CNT, UPDATE_CNT, DELETE_CNT,
                                REJECT_CNT, EXTRACT_CNT,
                                CHAR(BUSINESS_DATE, ISO)
                           FROM ZBANK.RUNCTL
                         ORDER BY PROGRAM_NAME, RUN_START DESC
                     END-EXEC.
      *****************************************************
           05  WS-OWN-ROW-SW           PIC X(01)  VALUE 'N'.
               88  WS-OWN-ROW-SKIPPED      VALUE 'Y'.
       01  WS-PREV-PROGRAM             PIC X(08)  VALUE SPACES.
      *****************************************************
      * NIGHTLY-CYCLE PROGRAMS - THE ONLY ONES WHOSE       *
      * FAILURES HOLD THE BUSINESS-DATE ROLL.  OF THOSE,   *
      * ONLY THE ZIP CYCLE ITSELF (THE CONSOLIDATION AND   *
      * THE APPLY) HOLDS IT ON A COUNT SWING - ZIPCADR'S   *
      * COUNTS MEASURE THE ACCOUNT SYSTEM'S ADDRESS        *
      * QUALITY, NOT ZIP CYCLE BALANCE.  WEEKLY, QUARTERLY *
      * AND AD-HOC PROGRAMS (AND ANY WHOSE COUNTS VARY BY  *
      * SCENARIO OR ORDER) ARE STILL CHECKED AND REPORTED, *
      * BUT NEVER HOLD THE ROLL.                           *
      *****************************************************
       01  WS-CHECK-PROGRAM            PIC X(08)  VALUE SPACES.
           88  WS-NIGHTLY-PROGRAM          VALUE 'SQL'
                                                 'ZIPMERGE'
                                                 'ZIPCADR'.
           88  WS-BALANCED-PROGRAM         VALUE 'SQL'
                                                 'ZIPMERGE'.
       01  WS-CUR-BUSINESS-DATE        PIC X(10)  VALUE SPACES.
       01  WS-TOLERANCE                PIC 9(3)         VALUE 25.
       01  WS-FLAG-CNT                 PIC 9(5)  COMP   VALUE ZERO.
       01  WS-BLOCK-CNT                PIC 9(5)  COMP   VALUE ZERO.
       01  WS-PROGRAM-CNT              PIC 9(5)  COMP   VALUE ZERO.
      *****************************************************
      * RUN-CONTROL PARAMETER AREA FOR THE SHARED ZIPRCTL  *
           05  SL-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SL-TEXT                 PIC X(60).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SL-HOLD                 PIC X(10).
           05  FILLER                  PIC X(49) VALUE SPACE.
       01  FLAG-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FG-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(08) VALUE ' SWING='.
           05  FG-PCT                  PIC ZZZ,ZZZ,ZZ9.9.
           05  FILLER                  PIC X(02) VALUE ' %'.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FG-HOLD                 PIC X(10).
           05  FILLER                  PIC X(40) VALUE SPACE.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-LABEL                PIC X(24).
      *****************************************************
      * 2000-PROCESS-RUN-ROW - PER-PROGRAM CONTROL BREAK.  *
      * THE FIRST ROW OF A PROGRAM IS ITS LATEST RUN; THE  *
      * FIRST TWO COMPLETED ROWS FEED THE COMPARISON.  A   *
      * NOT-COMPLETE LATEST ROW HOLDS THE ROLL ONLY FOR A  *
      * NIGHTLY-CYCLE PROGRAM ON THE CURRENT DATE.  A      *
      * STALE MARK IS A NORMAL WAIT FOR THE NEXT ZIPNEAR   *
      * REBUILD AND IS LISTED WITHOUT BEING FLAGGED.       *
      *****************************************************
       2000-PROCESS-RUN-ROW.
           IF WS-FIRST-ROW
           END-IF.
           IF NOT WS-LATEST-SEEN
               SET WS-LATEST-SEEN TO TRUE
               MOVE RN-PROGRAM-I TO SL-PROGRAM
               MOVE SPACES TO SL-HOLD
               EVALUATE RN-RUN-STATUS-I
                   WHEN 'C'
                       CONTINUE
                   WHEN 'S'
                       MOVE 'MARKED STALE - AWAITING REBUILD'
                            TO SL-TEXT
                       WRITE BAL-REPORT-LINE FROM STATUS-LINE
                   WHEN 'A'
                       MOVE 'LATEST RUN ENDED INCOMPLETE - STILL ACTIVE'
                            TO SL-TEXT
                       PERFORM 2050-FLAG-LATEST-RUN THRU 2050-EXIT
                   WHEN OTHER
                       MOVE 'LATEST RUN ENDED WITH A FAILURE STATUS'
                            TO SL-TEXT
                       PERFORM 2050-FLAG-LATEST-RUN THRU 2050-EXIT
               END-EVALUATE
           END-IF.
           IF RN-RUN-STATUS-I = 'C'
               IF NOT WS-HAVE-CUR
           PERFORM 2100-FETCH-CURN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************
      * 2050-FLAG-LATEST-RUN - LIST A NOT-COMPLETE LATEST  *
      * RUN.  IT HOLDS THE ROLL ONLY FOR A NIGHTLY-CYCLE   *
      * PROGRAM STAMPED WITH THE CURRENT BUSINESS DATE -   *
      * A QUARTERLY OR AD-HOC JOB THAT FAILS (OR A VENDOR  *
      * EXTRACT THE ACCEPTANCE GATE TURNS AWAY) IS LISTED  *
      * BUT MUST NOT FREEZE THE BUSINESS DATE.             *
      *****************************************************
       2050-FLAG-LATEST-RUN.
           MOVE RN-PROGRAM-I TO WS-CHECK-PROGRAM.
           IF WS-NIGHTLY-PROGRAM
              AND RN-BUSINESS-DATE-I = RCTL-BUSINESS-DATE
               MOVE 'HOLDS ROLL' TO SL-HOLD
               ADD 1 TO WS-BLOCK-CNT
           END-IF.
           WRITE BAL-REPORT-LINE FROM STATUS-LINE.
           ADD 1 TO WS-FLAG-CNT.
       2050-EXIT.
           EXIT.
       2100-FETCH-CURN.
           EXEC SQL
               FETCH CURN INTO :RUN-RECORD
       2100-EXIT.
           EXIT.
       2200-SAVE-CUR-COUNTS.
           MOVE RN-BUSINESS-DATE-I TO WS-CUR-BUSINESS-DATE.
           MOVE RN-READ-CNT-I    TO WS-CUR-CNT (1).
           MOVE RN-INSERT-CNT-I  TO WS-CUR-CNT (2).
           MOVE RN-UPDATE-CNT-I  TO WS-CUR-CNT (3).
      *****************************************************
      * 2500-FINISH-ONE-PROGRAM - COMPARE THE TWO MOST     *
      * RECENT COMPLETED RUNS, OR SAY WHY THERE IS NOTHING *
      * TO COMPARE, THEN RESET FOR THE NEXT PROGRAM.  THE  *
      * BUSINESS-DATE ROLL'S COUNTS ARE NOT COMPARED.      *
      *****************************************************
       2500-FINISH-ONE-PROGRAM.
           ADD 1 TO WS-PROGRAM-CNT.
           IF WS-PREV-PROGRAM = 'ZIPROLL'
               MOVE WS-PREV-PROGRAM TO SL-PROGRAM
               MOVE 'CALENDAR-DRIVEN COUNTS - STATUS CHECKED ONLY'
                    TO SL-TEXT
               WRITE BAL-REPORT-LINE FROM STATUS-LINE
           ELSE
               IF WS-HAVE-CUR AND WS-HAVE-PRV
                   PERFORM 2600-COMPARE-ONE-COUNTER THRU 2600-EXIT
                       VARYING WS-CNT-SUB FROM 1 BY 1
                       UNTIL WS-CNT-SUB > 6
               ELSE
                   MOVE WS-PREV-PROGRAM TO SL-PROGRAM
                   MOVE 'NO PRIOR COMPLETED RUN TO COMPARE AGAINST'
                        TO SL-TEXT
                   WRITE BAL-REPORT-LINE FROM STATUS-LINE
               END-IF
           END-IF.
           MOVE 'N' TO WS-LATEST-SEEN-SW.
           MOVE 'N' TO WS-HAVE-CUR-SW.
           MOVE 'N' TO WS-HAVE-PRV-SW.
           MOVE SPACES TO WS-CUR-BUSINESS-DATE.
       2500-EXIT.
           EXIT.
      *****************************************************
      * 2600-COMPARE-ONE-COUNTER - FLAG A SWING BEYOND THE *
      * TOLERANCE.  A PRIOR COUNT OF ZERO USES ONE AS THE  *
      * BASE SO A JUMP OFF ZERO STILL REGISTERS.  THE      *
      * SWING HOLDS THE ROLL ONLY FOR A ZIP-CYCLE PROGRAM  *
      * (SQL, ZIPMERGE) WHOSE NEWEST COMPLETED RUN IS ON   *
      * THE CURRENT BUSINESS DATE.                         *
      *****************************************************
       2600-COMPARE-ONE-COUNTER.
           IF WS-CUR-CNT (WS-CNT-SUB) >= WS-PRV-CNT (WS-CNT-SUB)
               MOVE WS-PRV-CNT (WS-CNT-SUB)   TO FG-PRIOR
               MOVE WS-CUR-CNT (WS-CNT-SUB)   TO FG-CURRENT
               MOVE WS-PCT                    TO FG-PCT
               MOVE SPACES                    TO FG-HOLD
               MOVE WS-PREV-PROGRAM           TO WS-CHECK-PROGRAM
               IF WS-BALANCED-PROGRAM
                  AND WS-CUR-BUSINESS-DATE = RCTL-BUSINESS-DATE
                   MOVE 'HOLDS ROLL' TO FG-HOLD
                   ADD 1 TO WS-BLOCK-CNT
               END-IF
               WRITE BAL-REPORT-LINE FROM FLAG-LINE
               ADD 1 TO WS-FLAG-CNT
           END-IF.
           MOVE 'ITEMS FLAGGED.........:' TO SM-LABEL.
           MOVE WS-FLAG-CNT TO SM-COUNT.
           WRITE BAL-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ITEMS HOLDING THE ROLL:' TO SM-LABEL.
           MOVE WS-BLOCK-CNT TO SM-COUNT.
           WRITE BAL-REPORT-LINE FROM SUMMARY-LINE.
       3000-EXIT.
           EXIT.
      *****************************************************
           EXEC SQL CLOSE CURN END-EXEC.
           CLOSE BAL-REPORT.
           DISPLAY 'ZB0001I PROGRAMS=' WS-PROGRAM-CNT
                ' FLAGS=' WS-FLAG-CNT
                ' HOLDING ROLL=' WS-BLOCK-CNT.
           MOVE WS-PROGRAM-CNT TO RCTL-READ-CNT.
           MOVE WS-FLAG-CNT    TO RCTL-REJECT-CNT.
           MOVE WS-BLOCK-CNT   TO RCTL-EXTRACT-CNT.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
      *
      *    FLAGS ARE A NORMAL, COMPLETED OUTCOME FOR THIS JOB -
