      *                     XCTLS HERE WITH THE ZIP IN THE  *
      *                     COMMAREA SO THE CSR DOES NOT    *
      *                     RE-KEY IT.                      *
      *   10/15/2026  DJ   ANSWERS NOW COME FROM THE        *
      *                     ZBANK.ZIPNEAR TABLE THE NIGHTLY *
      *                     BRANCH-DISTANCE JOB BUILDS, IN  *
      *                     ONE SELECT.  THE LIVE BRANCH    *
      *                     SCAN RUNS ONLY WHEN THE ZIP HAS *
      *                     NO ROW THERE OR WAS ADDED OR    *
      *                     CHANGED (A ZBANK.ZIPIMG IMAGE)  *
      *                     SINCE THE BUILD.  THE SCREEN    *
      *                     SHOWS THE AS-OF DATE AND WHICH  *
      *                     SOURCE ANSWERED.                *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY BRCHTAB.
           COPY BRCHREC.
      *****************************************************
      * ZBANK.ZIPNEAR DECLARATION AND HOST STRUCTURE, AND  *
      * THE ZBANK.ZIPIMG DECLARATION ITS FRESHNESS CHECK   *
      * READS - SHARED COPYBOOKS.                          *
      *****************************************************
           COPY ZNEARTAB.
           COPY ZNEARREC.
           COPY ZIMGTAB.
       01  WS-ASOF-DATE                PIC X(10)  VALUE SPACES.
      *****************************************************
      * HOST VARIABLE FOR THE ZIP LOOKUP - MUST BE         *
      * DECLARED BEFORE CURZ SO THE PRECOMPILER CAN        *
      * RESOLVE IT.                                        *
               88  WS-ZIP-FOUND            VALUE 'Y'.
           05  WS-SQL-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-SQL-FAILED           VALUE 'Y'.
           05  WS-NEAR-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-NEAR-FOUND           VALUE 'Y'.
       01  WS-BRANCH-CNT               PIC 9(4)  COMP  VALUE ZERO.
      *****************************************************
      * THE THREE NEAREST BRANCHES SEEN SO FAR, NEAREST    *
       2000-EXIT.
           EXIT.
      *****************************************************
      * 2500-FIND-NEAREST-BRANCHES - LOOK THE ZIP UP AND   *
      * TAKE ITS PRECOMPUTED ANSWER FROM ZBANK.ZIPNEAR.    *
      * ONLY WHEN THERE IS NO CURRENT ROW THERE, CONVERT   *
      * ITS COORDINATES, SCAN EVERY BRANCH THROUGH THE     *
      * SHARED ZIPMILE DISTANCE AND KEEP THE THREE         *
      * NEAREST.                                           *
      *****************************************************
       2500-FIND-NEAREST-BRANCHES.
               MOVE 'ZIP CODE NOT ON FILE' TO MSGO
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2560-READ-NEAR-TABLE THRU 2560-EXIT.
           IF WS-NEAR-FOUND
               PERFORM 2900-FORMAT-RESULTS THRU 2900-EXIT
               MOVE WS-ASOF-DATE TO ASOFO
               MOVE 'NIGHTLY BRANCH TABLE' TO SRCO
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2600-CONVERT-ZIP-COORDS THRU 2600-EXIT.
           IF WS-COORD-FORMAT-BAD
               MOVE 'ZIP HAS NO USABLE COORDINATES - SEE GEOCODE '
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2900-FORMAT-RESULTS THRU 2900-EXIT.
           EXEC SQL
               SET :WS-ASOF-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.
           MOVE WS-ASOF-DATE TO ASOFO.
           MOVE 'LIVE BRANCH SCAN' TO SRCO.
       2500-EXIT.
           EXIT.
      *****************************************************
       2550-EXIT.
           EXIT.
      *****************************************************
      * 2560-READ-NEAR-TABLE - ONE SELECT AGAINST          *
      * ZBANK.ZIPNEAR FOR THE ZIP/STATE JUST FETCHED.  THE *
      * ROW ONLY COUNTS WHEN NO ZBANK.ZIPIMG IMAGE POSTS   *
      * AFTER ITS BUILD - A ZIP ADDED OR CHANGED SINCE THE *
      * NIGHTLY RUN GETS THE LIVE SCAN INSTEAD.  ANY OTHER *
      * SQLCODE ALSO FALLS BACK TO THE LIVE SCAN, WHICH    *
      * REPORTS ITS OWN TROUBLE IF THE TROUBLE IS REAL.    *
      *****************************************************
       2560-READ-NEAR-TABLE.
           MOVE 'N' TO WS-NEAR-FOUND-SW.
           EXEC SQL
               SELECT N.BRANCH_ID_1, N.BRANCH_NAME_1, N.DISTANCE_1,
                      N.BRANCH_ID_2, N.BRANCH_NAME_2, N.DISTANCE_2,
                      N.BRANCH_ID_3, N.BRANCH_NAME_3, N.DISTANCE_3,
                      CHAR(DATE(N.BUILD_TS), ISO)
                 INTO :NR-BRANCH-ID-1, :NR-BRANCH-NAME-1,
                      :NR-DISTANCE-1,
                      :NR-BRANCH-ID-2, :NR-BRANCH-NAME-2,
                      :NR-DISTANCE-2,
                      :NR-BRANCH-ID-3, :NR-BRANCH-NAME-3,
                      :NR-DISTANCE-3,
                      :WS-ASOF-DATE
                 FROM ZBANK.ZIPNEAR N
                WHERE N.ZIP   = :ZIP-I
                  AND N.STATE = :STATE-I
                  AND NOT EXISTS
                      (SELECT 1
                         FROM ZBANK.ZIPIMG I
                        WHERE I.ZIP   = N.ZIP
                          AND I.STATE = N.STATE
                          AND I.CHANGE_TS > N.BUILD_TS)
           END-EXEC.
           IF SQLCODE = 0
               SET WS-NEAR-FOUND TO TRUE
               MOVE NR-BRANCH-ID-1   TO WS-NEAR-ID (1)
               MOVE NR-BRANCH-NAME-1 TO WS-NEAR-NAME (1)
               MOVE NR-DISTANCE-1    TO WS-NEAR-DIST (1)
               MOVE NR-BRANCH-ID-2   TO WS-NEAR-ID (2)
               MOVE NR-BRANCH-NAME-2 TO WS-NEAR-NAME (2)
               MOVE NR-DISTANCE-2    TO WS-NEAR-DIST (2)
               MOVE NR-BRANCH-ID-3   TO WS-NEAR-ID (3)
               MOVE NR-BRANCH-NAME-3 TO WS-NEAR-NAME (3)
               MOVE NR-DISTANCE-3    TO WS-NEAR-DIST (3)
           END-IF.
       2560-EXIT.
           EXIT.
      *****************************************************
      * 2600-CONVERT-ZIP-COORDS - BOTH COORDINATES MUST    *
      * CONVERT CLEANLY AND FALL INSIDE THE CONTINENTAL US *
      * BOUNDS, SAME AS THE BATCH JOB.                     *
           MOVE SPACES TO MSGO.
           MOVE SPACES TO BR1O NM1O BR2O NM2O BR3O NM3O.
           MOVE ZERO   TO DS1O DS2O DS3O.
           MOVE SPACES TO ASOFO SRCO.
           MOVE SPACES  TO WS-NEAR-ID (1) WS-NEAR-NAME (1)
                           WS-NEAR-ID (2) WS-NEAR-NAME (2)
                           WS-NEAR-ID (3) WS-NEAR-NAME (3).
