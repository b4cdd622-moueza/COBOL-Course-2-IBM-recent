       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPROLL.
       AUTHOR.        D JOHNSTON.
       INSTALLATION.  ZBANK DATA ADMINISTRATION.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      *   10/15/2026  DJ   ORIGINAL - END-OF-CYCLE          *
      *                     BUSINESS-DATE ROLL.  ADVANCES   *
      *                     ZBANK.BUSDATE TO THE NEXT       *
      *                     BUSINESS DAY (NOT A SATURDAY,   *
      *                     SUNDAY OR ZBANK.HOLIDAY DATE)   *
      *                     ONLY WHEN THE END-OF-CYCLE      *
      *                     BALANCING (ZIPBAL) HAS RUN FOR  *
      *                     THE CURRENT BUSINESS DATE,      *
      *                     COMPLETED AND FOUND NOTHING     *
      *                     FROM THE CURRENT CYCLE THAT     *
      *                     HOLDS THE ROLL (ITS EXTRACT     *
      *                     COUNT).  OLDER OR INFORMATIONAL *
      *                     FLAGS ARE LEFT TO OPERATIONS.   *
      *                     OTHERWISE THE ROLL IS HELD WITH *
      *                     RETURN-CODE 8 AND THE NEXT      *
      *                     CYCLE RUNS ON THE SAME DATE.    *
      *                     BEFORE THE DATE MOVES, EVERY    *
      *                     ZBANK.ZIPPEND TRANSACTION WHOSE *
      *                     EFFECTIVE DATE FALLS ON A BANK  *
      *                     HOLIDAY IS MOVED TO THE NEXT    *
      *                     BUSINESS DAY AND LISTED.  PARM  *
      *                     'FORCE' ROLLS PAST AN ACCEPTED  *
      *                     IMBALANCE; PARM 'INIT' SEEDS    *
      *                     THE CALENDAR ROW ONCE.          *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z.
       OBJECT-COMPUTER.  IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-REPORT       ASSIGN TO ZRLLRPT
                  FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ROLL-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND THE DECLARATIONS OF    *
      * THE CALENDAR, RUN-CONTROL AND PENDING TABLES.      *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY BUSDTAB.
           COPY BUSDREC.
           COPY HOLTAB.
           COPY RUNCTAB.
           COPY ZPNDTAB.
           COPY ZPNDREC.
      *****************************************************
      * HOST VARIABLES FOR THE HOLIDAY MOVE - DECLARED     *
      * BEFORE THE CURSOR THAT FETCHES INTO THEM.          *
      *****************************************************
       01  WS-HOLIDAY-NAME             PIC X(30)  VALUE SPACES.
       01  WS-NEW-EFF-DATE             PIC X(10)  VALUE SPACES.
      *****************************************************
      * CURH - PENDING TRANSACTIONS WHOSE EFFECTIVE DATE   *
      * IS A BANK HOLIDAY, WITH THE HOLIDAY'S NAME.  A     *
      * MOVED ROW LANDS ON A BUSINESS DAY, SO IT CANNOT    *
      * QUALIFY AGAIN.                                     *
      *****************************************************
                EXEC SQL DECLARE CURH  CURSOR FOR
                         SELECT P.ACTION_CODE, P.ZIP, P.STATE,
                                CHAR(P.EFF_DATE, ISO),
                                P.SOURCE_SYSTEM, H.HOLIDAY_NAME
                           FROM ZBANK.ZIPPEND P,
                                ZBANK.HOLIDAY H
                          WHERE H.HOLIDAY_DATE = P.EFF_DATE
                         ORDER BY P.EFF_DATE, P.ZIP, P.STATE
                     END-EXEC.
      *****************************************************
      * HOST VARIABLES FOR THE LATEST ZIPBAL RUN.          *
      *****************************************************
       01  WS-BAL-STATUS               PIC X(01)  VALUE SPACE.
       01  WS-BAL-DATE                 PIC X(10)  VALUE SPACES.
       01  WS-BAL-BLOCK-CNT            PIC 9(7)   VALUE ZERO.
      *****************************************************
      * BUSINESS-DAY ARITHMETIC.  WS-WORK-DATE IS STEPPED  *
      * ONE DAY AT A TIME (WS-STEP-DAYS +1 FORWARD, -1     *
      * BACK) UNTIL IT IS NEITHER A WEEKEND NOR A HOLIDAY. *
      * DAYOFWEEK IS 1 FOR SUNDAY, 7 FOR SATURDAY.         *
      *****************************************************
       01  WS-WORK-DATE                PIC X(10)  VALUE SPACES.
       01  WS-STEP-DAYS                PIC S9(4)  COMP  VALUE +1.
       01  WS-STEP-CNT                 PIC 9(4)   COMP  VALUE ZERO.
       01  WS-STEP-MAX                 PIC 9(4)   COMP  VALUE 31.
       01  WS-DAY-OF-WEEK              PIC S9(9)  COMP  VALUE ZERO.
       01  WS-HOLIDAY-CNT              PIC S9(9)  COMP  VALUE ZERO.
       01  WS-NEW-DATES.
           05  WS-NEW-CURR-DATE        PIC X(10)  VALUE SPACES.
           05  WS-NEW-PRIOR-DATE       PIC X(10)  VALUE SPACES.
           05  WS-NEW-NEXT-DATE        PIC X(10)  VALUE SPACES.
      *****************************************************
      * FILE STATUS, SWITCHES AND COUNTERS.                *
      *****************************************************
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.
       01  WS-RUN-MODE                 PIC X(05)  VALUE SPACES.
           88  WS-MODE-NORMAL              VALUE SPACES.
           88  WS-MODE-FORCE               VALUE 'FORCE'.
           88  WS-MODE-INIT                VALUE 'INIT'.
       01  WS-SWITCHES.
           05  WS-CUR-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-CUR-EOF              VALUE 'Y'.
           05  WS-RUN-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUN-FAILED           VALUE 'Y'.
           05  WS-HELD-SW              PIC X(01)  VALUE 'N'.
               88  WS-ROLL-HELD            VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW      PIC X(01)  VALUE 'N'.
               88  WS-BUSINESS-DAY         VALUE 'Y'.
           05  WS-PARM-SW              PIC X(01)  VALUE 'Y'.
               88  WS-PARM-INVALID         VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-HOLIDAY-ROW-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-MOVED-CNT            PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NOT-MOVED-CNT        PIC 9(7)  COMP  VALUE ZERO.
       01  WS-HOLD-REASON              PIC X(60)  VALUE SPACES.
      *****************************************************
      * RUN-CONTROL PARAMETER AREA FOR THE SHARED ZIPRCTL  *
      * SUBPROGRAM - SHARED COPYBOOK.                      *
      *****************************************************
           COPY RCTLPRM.

      *****************************************************
      * REPORT LINE LAYOUTS                                *
      *****************************************************
       01  HDG1-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               'ZBANK.BUSDATE END-OF-CYCLE ROLL'.
           05  FILLER                  PIC X(06) VALUE 'MODE ='.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  H1-MODE                 PIC X(06).
           05  FILLER                  PIC X(78) VALUE SPACE.
       01  DATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DT-LABEL                PIC X(27).
           05  DT-DATE                 PIC X(10).
           05  FILLER                  PIC X(94) VALUE SPACE.
       01  MESSAGE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MS-TEXT                 PIC X(80).
           05  FILLER                  PIC X(51) VALUE SPACE.
       01  MOVE-HDG-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'ZIP   ST A'.
           05  FILLER                  PIC X(12) VALUE 'OLD EFF'.
           05  FILLER                  PIC X(12) VALUE 'NEW EFF'.
           05  FILLER                  PIC X(32) VALUE 'HOLIDAY'.
           05  FILLER                  PIC X(10) VALUE 'SOURCE'.
           05  FILLER                  PIC X(54) VALUE 'NOTE'.
       01  MOVE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MV-ZIP                  PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MV-STATE                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MV-ACTION               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MV-OLD-EFF              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  MV-NEW-EFF              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  MV-HOLIDAY              PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  MV-SOURCE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  MV-NOTE                 PIC X(40).
           05  FILLER                  PIC X(14) VALUE SPACE.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-LABEL                PIC X(27).
           05  SM-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(93) VALUE SPACE.
       LINKAGE SECTION.
      *****************************************************
      * EXECUTION PARM - BLANK FOR THE NIGHTLY ROLL,       *
      * 'FORCE' TO ROLL WITHOUT A CLEAN BALANCE (AN        *
      * IMBALANCE OPERATIONS HAS REVIEWED AND ACCEPTED),   *
      * OR 'INIT' TO SEED AN EMPTY ZBANK.BUSDATE.          *
      *****************************************************
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-MODE            PIC X(05).
       PROCEDURE DIVISION USING LS-PARM-AREA.
      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-CALENDAR THRU 2000-EXIT.
           PERFORM 3000-CHECK-BALANCE THRU 3000-EXIT.
           PERFORM 4000-COMPUTE-NEW-DATES THRU 4000-EXIT.
           PERFORM 5000-MOVE-HOLIDAY-EFF THRU 5000-EXIT.
           PERFORM 6000-ROLL-CALENDAR THRU 6000-EXIT.
           PERFORM 6900-FINISH-REPORT THRU 6900-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - PICK UP THE MODE AND OPEN THE    *
      * REPORT.  AN UNKNOWN MODE IS REFUSED - A MISTYPED   *
      * 'FORCE' MUST NOT QUIETLY BECOME A NORMAL ROLL.     *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPROLL' TO RCTL-PROGRAM.
           MOVE 'ZIPROLL' TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           IF LS-PARM-LEN > 5
               MOVE LS-PARM-MODE TO WS-RUN-MODE
               SET WS-PARM-INVALID TO TRUE
           ELSE
               IF LS-PARM-LEN > ZERO
                   MOVE LS-PARM-MODE (1:LS-PARM-LEN) TO WS-RUN-MODE
               END-IF
           END-IF.
           OPEN OUTPUT ROLL-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'DR0010E UNABLE TO OPEN ROLL-REPORT'
                    ' STATUS=' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-MODE-NORMAL
               MOVE 'NORMAL' TO H1-MODE
           ELSE
               MOVE WS-RUN-MODE TO H1-MODE
           END-IF.
           WRITE ROLL-REPORT-LINE FROM HDG1-LINE.
           IF NOT WS-MODE-NORMAL
              AND NOT WS-MODE-FORCE
              AND NOT WS-MODE-INIT
               SET WS-PARM-INVALID TO TRUE
           END-IF.
           IF WS-PARM-INVALID
               DISPLAY 'DR0011E INVALID PARM ' WS-RUN-MODE
                    ' - BLANK, FORCE OR INIT'
               MOVE 'INVALID PARM - NOTHING DONE' TO MS-TEXT
               WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 2000-READ-CALENDAR - THE CALENDAR ROW MUST EXIST   *
      * FOR A ROLL AND MUST NOT EXIST FOR AN INIT.         *
      *****************************************************
       2000-READ-CALENDAR.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
           EXEC SQL
               SELECT CHAR(CURR_DATE, ISO),
                      CHAR(PRIOR_DATE, ISO),
                      CHAR(NEXT_DATE, ISO)
                 INTO :BD-CURR-DATE-I,
                      :BD-PRIOR-DATE-I,
                      :BD-NEXT-DATE-I
                 FROM ZBANK.BUSDATE
           END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
           IF SQLCODE = 100
               IF WS-MODE-INIT
                   PERFORM 2100-SEED-CALENDAR THRU 2100-EXIT
               ELSE
                   DISPLAY 'DR0012E ZBANK.BUSDATE HAS NO ROW - '
                        'RUN WITH PARM INIT TO SEED IT'
                   MOVE 'ZBANK.BUSDATE HAS NO ROW - NOTHING DONE'
                        TO MS-TEXT
                   WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               GO TO 2000-EXIT
           END-IF.
           IF WS-MODE-INIT
               DISPLAY 'DR0013E ZBANK.BUSDATE IS ALREADY SEEDED - '
                    'INIT REFUSED'
               MOVE 'ZBANK.BUSDATE IS ALREADY SEEDED - NOTHING DONE'
                    TO MS-TEXT
               WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'CURRENT BUSINESS DATE....:' TO DT-LABEL.
           MOVE BD-CURR-DATE-I TO DT-DATE.
           WRITE ROLL-REPORT-LINE FROM DATE-LINE.
       2000-EXIT.
           EXIT.
      *****************************************************
      * 2100-SEED-CALENDAR - FIRST-TIME SET-UP.  THE       *
      * CURRENT DATE IS TODAY, OR THE NEXT BUSINESS DAY IF *
      * TODAY IS NOT ONE; PRIOR AND NEXT ARE THE BUSINESS  *
      * DAYS EITHER SIDE OF IT.                            *
      *****************************************************
       2100-SEED-CALENDAR.
           EXEC SQL
               SET :WS-WORK-DATE = CHAR(CURRENT DATE - 1 DAY, ISO)
           END-EXEC.
           MOVE +1 TO WS-STEP-DAYS.
           PERFORM 7000-STEP-TO-BUSINESS-DAY THRU 7000-EXIT.
           MOVE WS-WORK-DATE TO WS-NEW-CURR-DATE.
           PERFORM 7000-STEP-TO-BUSINESS-DAY THRU 7000-EXIT.
           MOVE WS-WORK-DATE TO WS-NEW-NEXT-DATE.
           MOVE WS-NEW-CURR-DATE TO WS-WORK-DATE.
           MOVE -1 TO WS-STEP-DAYS.
           PERFORM 7000-STEP-TO-BUSINESS-DAY THRU 7000-EXIT.
           MOVE WS-WORK-DATE TO WS-NEW-PRIOR-DATE.
           IF WS-RUN-FAILED
               GO TO 2100-EXIT
           END-IF.
           EXEC SQL
               INSERT INTO ZBANK.BUSDATE
                      (CURR_DATE, PRIOR_DATE, NEXT_DATE,
                       ROLLED_TS, ROLLED_BY)
                   VALUES (DATE(:WS-NEW-CURR-DATE),
                           DATE(:WS-NEW-PRIOR-DATE),
                           DATE(:WS-NEW-NEXT-DATE),
                           CURRENT TIMESTAMP, :RCTL-JOB)
           END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'DR0003I ZBANK.BUSDATE SEEDED - CURRENT '
                WS-NEW-CURR-DATE.
           MOVE 'ZBANK.BUSDATE SEEDED' TO MS-TEXT.
           WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE.
           PERFORM 6100-PRINT-NEW-DATES THRU 6100-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************
      * 3000-CHECK-BALANCE - THE LATEST ZIPBAL RUN MUST    *
      * BELONG TO THE CURRENT BUSINESS DATE, BE COMPLETE   *
      * AND HAVE FOUND NOTHING HOLDING THE ROLL - ZIPBAL   *
      * COUNTS THE CURRENT CYCLE'S BLOCKING FINDINGS IN    *
      * EXTRACT_CNT, APART FROM ITS INFORMATIONAL FLAGS.   *
      * ANYTHING ELSE HOLDS THE ROLL.  FORCE SKIPS THE     *
      * CHECK BUT SAYS SO.                                 *
      *****************************************************
       3000-CHECK-BALANCE.
           IF WS-RUN-FAILED OR WS-MODE-INIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-MODE-FORCE
               DISPLAY 'DR0021W BALANCE CHECK OVERRIDDEN BY PARM '
                    'FORCE'
               MOVE 'BALANCE CHECK OVERRIDDEN BY PARM FORCE'
                    TO MS-TEXT
               WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF.
           EXEC SQL
               SELECT RUN_STATUS, CHAR(BUSINESS_DATE, ISO),
                      EXTRACT_CNT
                 INTO :WS-BAL-STATUS, :WS-BAL-DATE,
                      :WS-BAL-BLOCK-CNT
                 FROM ZBANK.RUNCTL
                WHERE PROGRAM_NAME = 'ZIPBAL'
                  AND RUN_START =
                      (SELECT MAX(RUN_START)
                         FROM ZBANK.RUNCTL
                        WHERE PROGRAM_NAME = 'ZIPBAL')
           END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'ZIPBAL HAS NO RUN ON RECORD'
                        TO WS-HOLD-REASON
               WHEN WS-BAL-DATE NOT = BD-CURR-DATE-I
                   MOVE 'ZIPBAL HAS NOT RUN FOR THIS BUSINESS DATE'
                        TO WS-HOLD-REASON
               WHEN WS-BAL-STATUS = 'A'
                   MOVE 'ZIPBAL IS STILL ACTIVE OR ENDED INCOMPLETE'
                        TO WS-HOLD-REASON
               WHEN WS-BAL-STATUS NOT = 'C'
                   MOVE 'ZIPBAL DID NOT COMPLETE'
                        TO WS-HOLD-REASON
               WHEN WS-BAL-BLOCK-CNT > ZERO
                   MOVE 'ZIPBAL FOUND ITEMS HOLDING THE ROLL'
                        TO WS-HOLD-REASON
               WHEN OTHER
                   MOVE 'CYCLE BALANCED CLEAN - ROLLING' TO MS-TEXT
                   WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE
                   GO TO 3000-EXIT
           END-EVALUATE.
           SET WS-ROLL-HELD TO TRUE.
           DISPLAY 'DR0020W ROLL HELD - ' WS-HOLD-REASON.
           MOVE SPACES TO MS-TEXT.
           STRING 'ROLL HELD - '   DELIMITED BY SIZE
                  WS-HOLD-REASON   DELIMITED BY SIZE
               INTO MS-TEXT.
           WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE.
       3000-EXIT.
           EXIT.
      *****************************************************
      * 4000-COMPUTE-NEW-DATES - THE OLD CURRENT DATE      *
      * BECOMES PRIOR; CURRENT AND NEXT ARE THE NEXT TWO   *
      * BUSINESS DAYS AFTER IT.  NEXT IS RECOMPUTED RATHER *
      * THAN COPIED SO A HOLIDAY ADDED SINCE THE LAST ROLL *
      * IS HONOURED.                                       *
      *****************************************************
       4000-COMPUTE-NEW-DATES.
           IF WS-RUN-FAILED OR WS-ROLL-HELD OR WS-MODE-INIT
               GO TO 4000-EXIT
           END-IF.
           MOVE BD-CURR-DATE-I TO WS-NEW-PRIOR-DATE.
           MOVE BD-CURR-DATE-I TO WS-WORK-DATE.
           MOVE +1 TO WS-STEP-DAYS.
           PERFORM 7000-STEP-TO-BUSINESS-DAY THRU 7000-EXIT.
           MOVE WS-WORK-DATE TO WS-NEW-CURR-DATE.
           PERFORM 7000-STEP-TO-BUSINESS-DAY THRU 7000-EXIT.
           MOVE WS-WORK-DATE TO WS-NEW-NEXT-DATE.
       4000-EXIT.
           EXIT.
      *****************************************************
      * 5000-MOVE-HOLIDAY-EFF - EVERY PENDING TRANSACTION  *
      * DATED ON A BANK HOLIDAY MOVES TO THE NEXT BUSINESS *
      * DAY AND IS LISTED.  DONE AHEAD OF THE CALENDAR     *
      * UPDATE, SO A FAILED ROLL NEVER LEAVES THE DATE     *
      * ADVANCED WITH HOLIDAY ROWS STILL IN PLACE.         *
      *****************************************************
       5000-MOVE-HOLIDAY-EFF.
           IF WS-RUN-FAILED OR WS-ROLL-HELD OR WS-MODE-INIT
               GO TO 5000-EXIT
           END-IF.
           MOVE 'PENDING EFFECTIVE DATES MOVED OFF BANK HOLIDAYS'
                TO MS-TEXT.
           WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE.
           WRITE ROLL-REPORT-LINE FROM MOVE-HDG-LINE.
           EXEC SQL OPEN CURH END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-FETCH-CURH THRU 5050-EXIT.
           PERFORM 5100-MOVE-ONE-TRANS THRU 5100-EXIT
               UNTIL WS-CUR-EOF.
           EXEC SQL CLOSE CURH END-EXEC.
       5000-EXIT.
           EXIT.
       5050-FETCH-CURH.
           EXEC SQL
               FETCH CURH
                INTO :PND-ACTION-I, :PND-ZIP-I, :PND-STATE-I,
                     :PND-EFF-DATE-I, :PND-SOURCE-SYSTEM-I,
                     :WS-HOLIDAY-NAME
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-HOLIDAY-ROW-CNT
               WHEN 100
                   SET WS-CUR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   SET WS-CUR-EOF TO TRUE
           END-EVALUATE.
       5050-EXIT.
           EXIT.
      *****************************************************
      * 5100-MOVE-ONE-TRANS - RE-DATE ONE TRANSACTION.  A  *
      * ROW IS KEYED BY ACTION, ZIP/STATE AND EFFECTIVE    *
      * DATE, SO IF THE SAME CHANGE IS ALREADY QUEUED FOR  *
      * THE NEW DATE THE HOLIDAY ROW IS LEFT WHERE IT IS   *
      * AND LISTED FOR A DECISION.                         *
      *****************************************************
       5100-MOVE-ONE-TRANS.
           MOVE PND-EFF-DATE-I TO WS-WORK-DATE.
           MOVE +1 TO WS-STEP-DAYS.
           PERFORM 7000-STEP-TO-BUSINESS-DAY THRU 7000-EXIT.
           IF WS-RUN-FAILED
               SET WS-CUR-EOF TO TRUE
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-WORK-DATE TO WS-NEW-EFF-DATE.
           EXEC SQL
               UPDATE ZBANK.ZIPPEND
                  SET EFF_DATE = DATE(:WS-NEW-EFF-DATE)
                WHERE ACTION_CODE = :PND-ACTION-I
                  AND ZIP = :PND-ZIP-I
                  AND STATE = :PND-STATE-I
                  AND EFF_DATE = DATE(:PND-EFF-DATE-I)
           END-EXEC.
           MOVE PND-ZIP-I           TO MV-ZIP.
           MOVE PND-STATE-I         TO MV-STATE.
           MOVE PND-ACTION-I        TO MV-ACTION.
           MOVE PND-EFF-DATE-I      TO MV-OLD-EFF.
           MOVE WS-NEW-EFF-DATE     TO MV-NEW-EFF.
           MOVE WS-HOLIDAY-NAME     TO MV-HOLIDAY.
           MOVE PND-SOURCE-SYSTEM-I TO MV-SOURCE.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO MV-NOTE
                   ADD 1 TO WS-MOVED-CNT
               WHEN 100
                   MOVE 'NOT MOVED - NO LONGER ON THE QUEUE'
                        TO MV-NOTE
               WHEN -803
                   MOVE 'NOT MOVED - ALREADY QUEUED FOR NEW DATE'
                        TO MV-NOTE
                   ADD 1 TO WS-NOT-MOVED-CNT
                   DISPLAY 'DR0022W ' PND-ZIP-I ' ' PND-STATE-I
                        ' ' PND-ACTION-I ' LEFT ON HOLIDAY '
                        PND-EFF-DATE-I ' - ALREADY QUEUED FOR '
                        WS-NEW-EFF-DATE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   SET WS-CUR-EOF TO TRUE
                   GO TO 5100-EXIT
           END-EVALUATE.
           WRITE ROLL-REPORT-LINE FROM MOVE-LINE.
           PERFORM 5050-FETCH-CURH THRU 5050-EXIT.
       5100-EXIT.
           EXIT.
      *****************************************************
      * 6000-ROLL-CALENDAR - WRITE THE NEW DATES.  THE     *
      * UPDATE IS KEYED ON THE CURRENT DATE THIS RUN READ, *
      * SO TWO ROLLS RACING EACH OTHER CANNOT BOTH LAND.   *
      *****************************************************
       6000-ROLL-CALENDAR.
           IF WS-RUN-FAILED OR WS-ROLL-HELD OR WS-MODE-INIT
               GO TO 6000-EXIT
           END-IF.
           EXEC SQL
               UPDATE ZBANK.BUSDATE
                  SET CURR_DATE  = DATE(:WS-NEW-CURR-DATE),
                      PRIOR_DATE = DATE(:WS-NEW-PRIOR-DATE),
                      NEXT_DATE  = DATE(:WS-NEW-NEXT-DATE),
                      ROLLED_TS  = CURRENT TIMESTAMP,
                      ROLLED_BY  = :RCTL-JOB
                WHERE CURR_DATE  = DATE(:BD-CURR-DATE-I)
           END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 6000-EXIT
           END-IF.
           IF SQLCODE = 100
               DISPLAY 'DR0014E ZBANK.BUSDATE CHANGED DURING THE '
                    'ROLL - NOT ROLLED'
               MOVE 'ZBANK.BUSDATE CHANGED DURING THE ROLL'
                    TO MS-TEXT
               WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 6000-EXIT
           END-IF.
           DISPLAY 'DR0002I BUSINESS DATE ROLLED FROM '
                BD-CURR-DATE-I ' TO ' WS-NEW-CURR-DATE.
           MOVE 'BUSINESS DATE ROLLED' TO MS-TEXT.
           WRITE ROLL-REPORT-LINE FROM MESSAGE-LINE.
           PERFORM 6100-PRINT-NEW-DATES THRU 6100-EXIT.
       6000-EXIT.
           EXIT.
       6100-PRINT-NEW-DATES.
           MOVE 'NEW PRIOR BUSINESS DATE..:' TO DT-LABEL.
           MOVE WS-NEW-PRIOR-DATE TO DT-DATE.
           WRITE ROLL-REPORT-LINE FROM DATE-LINE.
           MOVE 'NEW CURRENT BUSINESS DATE:' TO DT-LABEL.
           MOVE WS-NEW-CURR-DATE TO DT-DATE.
           WRITE ROLL-REPORT-LINE FROM DATE-LINE.
           MOVE 'NEW NEXT BUSINESS DATE...:' TO DT-LABEL.
           MOVE WS-NEW-NEXT-DATE TO DT-DATE.
           WRITE ROLL-REPORT-LINE FROM DATE-LINE.
       6100-EXIT.
           EXIT.
      *****************************************************
      * 6900-FINISH-REPORT - CLOSING COUNTS.               *
      *****************************************************
       6900-FINISH-REPORT.
           IF NOT WS-REPORT-OK
               GO TO 6900-EXIT
           END-IF.
           MOVE 'HOLIDAY-DATED PENDING ROWS:' TO SM-LABEL.
           MOVE WS-HOLIDAY-ROW-CNT TO SM-COUNT.
           WRITE ROLL-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'MOVED TO A BUSINESS DAY...:' TO SM-LABEL.
           MOVE WS-MOVED-CNT TO SM-COUNT.
           WRITE ROLL-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'LEFT ON THE HOLIDAY.......:' TO SM-LABEL.
           MOVE WS-NOT-MOVED-CNT TO SM-COUNT.
           WRITE ROLL-REPORT-LINE FROM SUMMARY-LINE.
       6900-EXIT.
           EXIT.
      *****************************************************
      * 7000-STEP-TO-BUSINESS-DAY - STEP WS-WORK-DATE BY   *
      * WS-STEP-DAYS UNTIL IT LANDS ON A BUSINESS DAY.  A  *
      * MONTH WITHOUT ONE MEANS THE HOLIDAY TABLE IS BAD.  *
      *****************************************************
       7000-STEP-TO-BUSINESS-DAY.
           IF WS-RUN-FAILED
               GO TO 7000-EXIT
           END-IF.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           MOVE ZERO TO WS-STEP-CNT.
           PERFORM 7050-STEP-ONE-DAY THRU 7050-EXIT
               UNTIL WS-BUSINESS-DAY
                  OR WS-RUN-FAILED
                  OR WS-STEP-CNT NOT < WS-STEP-MAX.
           IF NOT WS-BUSINESS-DAY AND NOT WS-RUN-FAILED
               DISPLAY 'DR0015E NO BUSINESS DAY WITHIN ' WS-STEP-MAX
                    ' DAYS OF ' WS-WORK-DATE
                    ' - CHECK ZBANK.HOLIDAY'
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.
       7050-STEP-ONE-DAY.
           ADD 1 TO WS-STEP-CNT.
           EXEC SQL
               SET :WS-WORK-DATE =
                   CHAR(DATE(:WS-WORK-DATE) + :WS-STEP-DAYS DAYS, ISO)
           END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 7050-EXIT
           END-IF.
           EXEC SQL
               SELECT DAYOFWEEK(DATE(:WS-WORK-DATE)), COUNT(*)
                 INTO :WS-DAY-OF-WEEK, :WS-HOLIDAY-CNT
                 FROM ZBANK.HOLIDAY
                WHERE HOLIDAY_DATE = DATE(:WS-WORK-DATE)
           END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 7050-EXIT
           END-IF.
           IF WS-DAY-OF-WEEK NOT = 1
              AND WS-DAY-OF-WEEK NOT = 7
              AND WS-HOLIDAY-CNT = ZERO
               SET WS-BUSINESS-DAY TO TRUE
           END-IF.
       7050-EXIT.
           EXIT.
      *****************************************************
      * SHARED RUN-CONTROL PARAGRAPHS (7100/7200).         *
      *****************************************************
           COPY RCTLPRC.
      *****************************************************
      * 8000-CHECK-SQLCODE - COMMON SQLCODE CHECK.         *
      *****************************************************
       8000-CHECK-SQLCODE.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'DR0099E SQLCODE=' SQLCODE
                    ' - BUSINESS DATE NOT ROLLED'
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.
      *****************************************************
      * 9000-TERMINATE - CLOSE THE REPORT AND RECORD THE   *
      * RUN.                                               *
      *****************************************************
       9000-TERMINATE.
           IF WS-REPORT-OK
               CLOSE ROLL-REPORT
           END-IF.
           DISPLAY 'DR0001I HOLIDAY ROWS=' WS-HOLIDAY-ROW-CNT
                ' MOVED=' WS-MOVED-CNT
                ' LEFT=' WS-NOT-MOVED-CNT.
           MOVE WS-HOLIDAY-ROW-CNT TO RCTL-READ-CNT.
           MOVE WS-MOVED-CNT       TO RCTL-UPDATE-CNT.
           MOVE WS-NOT-MOVED-CNT   TO RCTL-REJECT-CNT.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
      *
      *    A HELD ROLL IS A NORMAL, COMPLETED OUTCOME - THE
      *    RUN-CONTROL ROW STAYS 'C', SO THE NEXT BALANCING RUN
      *    DOES NOT FLAG THIS JOB AND KEEP THE DATE STUCK - AND
      *    ONLY THE JOB RETURN CODE IS RAISED, AFTER THE ROW IS
      *    STAMPED.  ROWS LEFT ON A HOLIDAY RAISE IT TO 4.
           IF RETURN-CODE = ZERO
               IF WS-ROLL-HELD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-NOT-MOVED-CNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
