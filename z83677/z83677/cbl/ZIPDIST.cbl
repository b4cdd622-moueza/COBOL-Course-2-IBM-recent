      *                     THE ONLINE NEAREST-BRANCH      *
      *                     INQUIRY COMPUTES DISTANCES THE *
      *                     SAME WAY.                      *
      *   10/15/2026  DJ   ALSO REBUILDS ZBANK.ZIPNEAR -    *
      *                     THE THREE NEAREST BRANCHES AND  *
      *                     DISTANCES FOR EVERY ZIP/STATE - *
      *                     SO THE ONLINE NEAREST-BRANCH    *
      *                     INQUIRY NO LONGER SCANS THE     *
      *                     BRANCH TABLE PER KEYSTROKE.  A  *
      *                     'ZIPNEAR' ROW IN ZBANK.RUNCTL   *
      *                     RECORDS EACH BUILD, CLEARING    *
      *                     THE STALE MARK THE BRANCH       *
      *                     MASTER LOAD LEAVES THERE.       *
      *   10/15/2026  DJ   THE 'ZIPNEAR' BUILD ROW CARRIES  *
      *                     THE RUN'S BUSINESS DATE.        *
      *   10/15/2026  DJ   THE ZBANK.ZIPNEAR REBUILD NOW    *
      *                     COMMITS THE DELETE AT ONCE AND  *
      *                     THE NEW ROWS EVERY 100 ZIPS -   *
      *                     HELD AS ONE UNIT OF WORK IT     *
      *                     LOCKED THE ONLINE INQUIRY OUT   *
      *                     (-911/-913) FOR THE WHOLE RUN.  *
      *                     THE ZIP WALK IS NOW A LOCAL     *
      *                     CURSOR DECLARED WITH HOLD SO    *
      *                     THE COMMITS DO NOT CLOSE IT.    *
      *   10/15/2026  DJ   A FAILED ZBANK.ZIPNEAR REBUILD   *
      *                     NOW ENDS THE STEP WITH RC 16    *
      *                     AND THE RUN ROW 'F' - THE LATER *
      *                     ZIPCNV AND ZIPMILE CALLS HAD    *
      *                     RESET THE RETURN CODE, SO THE   *
      *                     STEP ENDED RC 0 AND WAS STAMPED *
      *                     'C'.                            *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                         ORDER BY BRANCH_ID
                     END-EXEC.
      *****************************************************
      * CURH - THE CUR1 ZIP WALK, DECLARED HERE WITH HOLD  *
      * SO THE ZBANK.ZIPNEAR COMMITS DO NOT CLOSE IT.      *
      *****************************************************
                EXEC SQL DECLARE CURH  CURSOR WITH HOLD FOR
                         SELECT * FROM ZBANK.ZIP
                         ORDER BY STATE, POPULATION DESC, ZIP
                     END-EXEC.
      *****************************************************
      * SQL DECLARATIONS AND HOST STRUCTURE FOR THE        *
      * ZBANK.ZIPNEAR NEAREST-BRANCH TABLE AND THE         *
      * ZBANK.RUNCTL ROW THAT RECORDS EACH BUILD - SHARED  *
      * COPYBOOKS.  WS-BUILD-TS IS TAKEN ONCE AT START OF  *
      * RUN AND STAMPED ON EVERY ROW OF THE BUILD.         *
      *****************************************************
           COPY ZNEARTAB.
           COPY ZNEARREC.
           COPY RUNCTAB.
       01  WS-BUILD-TS                 PIC X(26)  VALUE SPACES.
       01  WS-NEAR-PROGRAM             PIC X(08)  VALUE 'ZIPNEAR'.
       01  WS-NEAR-STATUS              PIC X(01)  VALUE SPACE.
       01  WS-NEAR-INSERT-CNT          PIC 9(07)  VALUE ZERO.
       01  WS-NEAR-READ-CNT            PIC 9(07)  VALUE ZERO.
       01  WS-NEAR-COMMIT-INTERVAL     PIC 9(4)  COMP  VALUE 100.
       01  WS-NEAR-SINCE-COMMIT        PIC 9(4)  COMP  VALUE ZERO.
      *****************************************************
      * FILE STATUS FIELDS AND SWITCHES.                   *
      *****************************************************
       01  WS-ASSIGN-STATUS            PIC X(02).
               88  WS-EOF                  VALUE 'Y'.
           05  WS-CURB-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-CURB-EOF             VALUE 'Y'.
           05  WS-NEAR-FAIL-SW         PIC X(01)  VALUE 'N'.
               88  WS-NEAR-FAILED          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-BRANCH-CNT           PIC 9(4)  COMP  VALUE ZERO.
           05  WS-BRANCH-SKIP-CNT      PIC 9(4)  COMP  VALUE ZERO.
           05  WS-ASSIGN-CNT           PIC 9(7)  COMP  VALUE ZERO.
           05  WS-FAR-CNT              PIC 9(7)  COMP  VALUE ZERO.
           05  WS-BADCOORD-CNT         PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NEAR-CNT             PIC 9(7)  COMP  VALUE ZERO.
      *****************************************************
      * IN-CORE BRANCH TABLE - LOADED ONCE FROM CURB, THEN *
      * SCANNED PER ZIP.  100 ENTRIES IS WELL ABOVE THE    *
       01  WS-NEAREST-SUB              PIC 9(4)  COMP.
       01  WS-THRESHOLD                PIC 9(3)       VALUE 50.
      *****************************************************
      * THE THREE NEAREST BRANCHES FOR THE CURRENT ZIP,    *
      * NEAREST FIRST, AS TABLE SUBSCRIPTS.  UNUSED SLOTS  *
      * CARRY A ZERO SUBSCRIPT AND THE 99999.9 SENTINEL.   *
      *****************************************************
       01  WS-RANK-TABLE.
           05  WS-RANK-ENTRY OCCURS 3 TIMES.
               10  WS-RANK-SUB         PIC 9(4)  COMP.
               10  WS-RANK-DIST        PIC 9(5)V9(1) COMP-3.
      *****************************************************
      * RUN-CONTROL PARAMETER AREA FOR THE SHARED ZIPRCTL  *
      * SUBPROGRAM - SHARED COPYBOOK.                      *
      *****************************************************
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - PICK UP THE THRESHOLD, OPEN THE  *
      * FILES, LOAD THE BRANCH TABLE, OPEN CURH AND PRIME  *
      * THE FIRST FETCH.  NO USABLE BRANCH ROWS IS A HARD  *
      * ERROR - EVERY ASSIGNMENT WOULD BE MEANINGLESS.     *
      *****************************************************
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM 1100-CLEAR-NEAR-TABLE THRU 1100-EXIT
               EXEC SQL OPEN CURH END-EXEC
               PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
               PERFORM 2100-FETCH-CURH THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 1100-CLEAR-NEAR-TABLE - TAKE THE BUILD TIMESTAMP,  *
      * EMPTY ZBANK.ZIPNEAR FOR THE REBUILD AND COMMIT THE *
      * DELETE AT ONCE.  THE NEW ROWS ARE COMMITTED EVERY  *
      * WS-NEAR-COMMIT-INTERVAL ZIPS (2760), SO WHILE THE  *
      * REBUILD RUNS THE ONLINE INQUIRY IS NEVER HELD ON   *
      * ITS LOCKS FOR MORE THAN ONE INTERVAL - A ZIP WHOSE *
      * NEW ROW IS NOT YET COMMITTED SIMPLY HAS NO ROW,    *
      * AND THE INQUIRY FALLS BACK TO ITS LIVE SCAN, SO A  *
      * REBUILD NEVER SERVES A WRONG ANSWER.  A FAILURE    *
      * HERE SKIPS THE REBUILD BUT NOT THE ASSIGNMENT      *
      * FILE.                                              *
      *****************************************************
       1100-CLEAR-NEAR-TABLE.
           EXEC SQL
               SET :WS-BUILD-TS = CURRENT TIMESTAMP
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   DELETE FROM ZBANK.ZIPNEAR
               END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ZD0016E UNABLE TO CLEAR ZBANK.ZIPNEAR - '
                    'SQLCODE=' SQLCODE ' - TABLE NOT REBUILT'
               MOVE 16 TO RETURN-CODE
               SET WS-NEAR-FAILED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *****************************************************
      * 1200-LOAD-BRANCHES - LOAD EVERY ZBANK.BRANCH ROW   *
      * INTO THE IN-CORE TABLE, CONVERTING ITS COORDINATES *
      * ONCE UP FRONT.  A BRANCH WITH A BAD COORDINATE IS  *
           IF WS-ZIP-COORD-GOOD
               PERFORM 2600-FIND-NEAREST THRU 2600-EXIT
               PERFORM 2700-WRITE-ASSIGNMENT THRU 2700-EXIT
               IF NOT WS-NEAR-FAILED
                   PERFORM 2750-INSERT-NEAR-ROW THRU 2750-EXIT
               END-IF
               IF WS-MIN-DISTANCE > WS-THRESHOLD
                   PERFORM 2800-WRITE-FAR-LINE THRU 2800-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-BADCOORD-CNT
           END-IF.
           PERFORM 2100-FETCH-CURH THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-FETCH-CURH.
           EXEC SQL
               FETCH CURH INTO :ZIP-RECORD
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
           EXIT.
      *****************************************************
      * 2600-FIND-NEAREST - SCAN THE BRANCH TABLE FOR THE  *
      * SMALLEST DISTANCE TO THIS ZIP, RANKING THE THREE   *
      * NEAREST ON THE SAME PASS FOR ZBANK.ZIPNEAR.        *
      *****************************************************
       2600-FIND-NEAREST.
           MOVE 99999.9 TO WS-MIN-DISTANCE.
           MOVE 1 TO WS-NEAREST-SUB.
           MOVE ZERO    TO WS-RANK-SUB (1)
                           WS-RANK-SUB (2)
                           WS-RANK-SUB (3).
           MOVE 99999.9 TO WS-RANK-DIST (1)
                           WS-RANK-DIST (2)
                           WS-RANK-DIST (3).
           PERFORM 2650-CHECK-ONE-BRANCH THRU 2650-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BRANCH-CNT.
               MOVE WS-DISTANCE TO WS-MIN-DISTANCE
               SET WS-NEAREST-SUB TO WS-BR-IDX
           END-IF.
           PERFORM 2680-INSERT-IN-RANKING THRU 2680-EXIT.
       2650-EXIT.
           EXIT.
      *****************************************************
      * 2680-INSERT-IN-RANKING - SLOT THE BRANCH INTO THE  *
      * THREE-NEAREST TABLE, PUSHING FARTHER ONES DOWN -   *
      * THE SAME RANKING THE ONLINE INQUIRY'S LIVE SCAN    *
      * USES, SO TIES FALL THE SAME WAY IN BOTH.           *
      *****************************************************
       2680-INSERT-IN-RANKING.
           EVALUATE TRUE
               WHEN WS-DISTANCE < WS-RANK-DIST (1)
                   MOVE WS-RANK-ENTRY (2) TO WS-RANK-ENTRY (3)
                   MOVE WS-RANK-ENTRY (1) TO WS-RANK-ENTRY (2)
                   SET WS-RANK-SUB (1) TO WS-BR-IDX
                   MOVE WS-DISTANCE TO WS-RANK-DIST (1)
               WHEN WS-DISTANCE < WS-RANK-DIST (2)
                   MOVE WS-RANK-ENTRY (2) TO WS-RANK-ENTRY (3)
                   SET WS-RANK-SUB (2) TO WS-BR-IDX
                   MOVE WS-DISTANCE TO WS-RANK-DIST (2)
               WHEN WS-DISTANCE < WS-RANK-DIST (3)
                   SET WS-RANK-SUB (3) TO WS-BR-IDX
                   MOVE WS-DISTANCE TO WS-RANK-DIST (3)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2680-EXIT.
           EXIT.
      *****************************************************
      * 2700-WRITE-ASSIGNMENT                              *
      *****************************************************
       2700-WRITE-ASSIGNMENT.
       2700-EXIT.
           EXIT.
      *****************************************************
      * 2750-INSERT-NEAR-ROW - THE ZIP'S THREE NEAREST     *
      * BRANCHES INTO ZBANK.ZIPNEAR.  AN UNUSED SLOT GOES  *
      * IN AS A BLANK BRANCH WITH ZERO DISTANCE.  A FAILED *
      * INSERT STOPS THE REBUILD - A TABLE WITH HOLES      *
      * WOULD QUIETLY SEND THOSE ZIPS TO THE LIVE SCAN     *
      * FOREVER - BUT THE ASSIGNMENT FILE CARRIES ON.      *
      *****************************************************
       2750-INSERT-NEAR-ROW.
           MOVE ZIP-I   TO NR-ZIP-I.
           MOVE STATE-I TO NR-STATE-I.
           MOVE SPACES  TO NR-BRANCH-ID-1 NR-BRANCH-NAME-1
                           NR-BRANCH-ID-2 NR-BRANCH-NAME-2
                           NR-BRANCH-ID-3 NR-BRANCH-NAME-3.
           MOVE ZERO    TO NR-DISTANCE-1 NR-DISTANCE-2
                           NR-DISTANCE-3.
           IF WS-RANK-SUB (1) > ZERO
               MOVE WS-BR-ID (WS-RANK-SUB (1))   TO NR-BRANCH-ID-1
               MOVE WS-BR-NAME (WS-RANK-SUB (1)) TO NR-BRANCH-NAME-1
               MOVE WS-RANK-DIST (1)             TO NR-DISTANCE-1
           END-IF.
           IF WS-RANK-SUB (2) > ZERO
               MOVE WS-BR-ID (WS-RANK-SUB (2))   TO NR-BRANCH-ID-2
               MOVE WS-BR-NAME (WS-RANK-SUB (2)) TO NR-BRANCH-NAME-2
               MOVE WS-RANK-DIST (2)             TO NR-DISTANCE-2
           END-IF.
           IF WS-RANK-SUB (3) > ZERO
               MOVE WS-BR-ID (WS-RANK-SUB (3))   TO NR-BRANCH-ID-3
               MOVE WS-BR-NAME (WS-RANK-SUB (3)) TO NR-BRANCH-NAME-3
               MOVE WS-RANK-DIST (3)             TO NR-DISTANCE-3
           END-IF.
           EXEC SQL
               INSERT INTO ZBANK.ZIPNEAR
                      (ZIP, STATE,
                       BRANCH_ID_1, BRANCH_NAME_1, DISTANCE_1,
                       BRANCH_ID_2, BRANCH_NAME_2, DISTANCE_2,
                       BRANCH_ID_3, BRANCH_NAME_3, DISTANCE_3,
                       BUILD_TS)
                   VALUES (:NR-ZIP-I, :NR-STATE-I,
                           :NR-BRANCH-ID-1, :NR-BRANCH-NAME-1,
                           :NR-DISTANCE-1,
                           :NR-BRANCH-ID-2, :NR-BRANCH-NAME-2,
                           :NR-DISTANCE-2,
                           :NR-BRANCH-ID-3, :NR-BRANCH-NAME-3,
                           :NR-DISTANCE-3,
                           :WS-BUILD-TS)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-NEAR-CNT
               ADD 1 TO WS-NEAR-SINCE-COMMIT
               IF WS-NEAR-SINCE-COMMIT >= WS-NEAR-COMMIT-INTERVAL
                   PERFORM 2760-COMMIT-NEAR-ROWS THRU 2760-EXIT
               END-IF
           ELSE
               PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
               DISPLAY 'ZD0017E ZBANK.ZIPNEAR INSERT FAILED - '
                    'TABLE REBUILD ABANDONED'
               SET WS-NEAR-FAILED TO TRUE
           END-IF.
       2750-EXIT.
           EXIT.
      *****************************************************
      * 2760-COMMIT-NEAR-ROWS - COMMIT THE ZBANK.ZIPNEAR   *
      * ROWS INSERTED SINCE THE LAST COMMIT.  THE LAST     *
      * PART-INTERVAL COMMITS AT END OF RUN WITH THE       *
      * 'ZIPNEAR' BUILD ROW.  A FAILED COMMIT STOPS THE    *
      * REBUILD LIKE A FAILED INSERT - THE ZIPS IT LOST    *
      * GO TO THE LIVE SCAN UNTIL THE NEXT BUILD.          *
      *****************************************************
       2760-COMMIT-NEAR-ROWS.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
               DISPLAY 'ZD0019E ZBANK.ZIPNEAR COMMIT FAILED - '
                    'TABLE REBUILD ABANDONED'
               SET WS-NEAR-FAILED TO TRUE
           END-IF.
           MOVE ZERO TO WS-NEAR-SINCE-COMMIT.
       2760-EXIT.
           EXIT.
      *****************************************************
      * 2800-WRITE-FAR-LINE - THE NEAREST BRANCH IS STILL  *
      * BEYOND THE THRESHOLD.                              *
      *****************************************************
           MOVE 'BAD COORDINATES..:' TO SM-LABEL.
           MOVE WS-BADCOORD-CNT      TO SM-COUNT.
           WRITE ZIP-DIST-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'NEAREST ROWS.....:' TO SM-LABEL.
           MOVE WS-NEAR-CNT          TO SM-COUNT.
           WRITE ZIP-DIST-REPORT-LINE FROM SUMMARY-LINE.
       3000-EXIT.
           EXIT.
      *****************************************************
           EXIT.
      *****************************************************
      * 9000-TERMINATE - CLOSE EVERYTHING AND REPORT       *
      * COUNTS.  A FAILED ZBANK.ZIPNEAR REBUILD IS MARKED  *
      * RC 16 AGAIN JUST BEFORE THE RUN ROW IS CLOSED -    *
      * THE ZIPCNV AND ZIPMILE CALLS SINCE HAVE RESET      *
      * RETURN-CODE.                                       *
      *****************************************************
       9000-TERMINATE.
           EXEC SQL CLOSE CURH END-EXEC.
           CLOSE ZIP-BRANCH-ASSIGN.
           CLOSE ZIP-DIST-REPORT.
           DISPLAY 'ZD0001I BRANCHES=' WS-BRANCH-CNT
                ' ZIPS=' WS-ZIP-CNT
                ' ASSIGNED=' WS-ASSIGN-CNT
                ' FAR=' WS-FAR-CNT
                ' BADCOORD=' WS-BADCOORD-CNT
                ' NEAREST=' WS-NEAR-CNT.
           IF WS-BUILD-TS NOT = SPACES
               PERFORM 9100-RECORD-NEAR-BUILD THRU 9100-EXIT
           END-IF.
           MOVE WS-ZIP-CNT      TO RCTL-READ-CNT.
           MOVE WS-NEAR-CNT     TO RCTL-INSERT-CNT.
           MOVE WS-BADCOORD-CNT TO RCTL-REJECT-CNT.
           MOVE WS-ASSIGN-CNT   TO RCTL-EXTRACT-CNT.
           IF WS-NEAR-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
       9000-EXIT.
           EXIT.
      *****************************************************
      * 9100-RECORD-NEAR-BUILD - A 'ZIPNEAR' ROW IN        *
      * ZBANK.RUNCTL RECORDS THE BUILD: 'C' FOR A CLEAN    *
      * REBUILD, 'F' OTHERWISE.  IT IS THE NEWEST ZIPNEAR  *
      * ROW, SO IT SUPERSEDES ANY STALE ('S') MARK LEFT BY *
      * THE BRANCH MASTER LOAD AND IS WHAT THE CYCLE GATE  *
      * CHECKS.  WRITTEN DIRECTLY RATHER THAN THROUGH      *
      * ZIPRCTL, WHICH IS HOLDING THIS RUN'S OWN ROW.      *
      *****************************************************
       9100-RECORD-NEAR-BUILD.
           IF RETURN-CODE = ZERO AND NOT WS-NEAR-FAILED
               MOVE 'C' TO WS-NEAR-STATUS
           ELSE
               MOVE 'F' TO WS-NEAR-STATUS
           END-IF.
           MOVE WS-ZIP-CNT  TO WS-NEAR-READ-CNT.
           MOVE WS-NEAR-CNT TO WS-NEAR-INSERT-CNT.
           EXEC SQL
               INSERT INTO ZBANK.RUNCTL
                      (PROGRAM_NAME, JOB_NAME, RUN_START, RUN_END,
                       RUN_STATUS, READ_CNT, INSERT_CNT, UPDATE_CNT,
                       DELETE_CNT, REJECT_CNT, EXTRACT_CNT,
                       BUSINESS_DATE)
                   VALUES (:WS-NEAR-PROGRAM, :RCTL-JOB,
                           :WS-BUILD-TS, CURRENT TIMESTAMP,
                           :WS-NEAR-STATUS, :WS-NEAR-READ-CNT,
                           :WS-NEAR-INSERT-CNT, 0, 0, 0, 0,
                           DATE(:RCTL-BUSINESS-DATE))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ZD0018E ZIPNEAR BUILD NOT RECORDED IN '
                    'ZBANK.RUNCTL - SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
