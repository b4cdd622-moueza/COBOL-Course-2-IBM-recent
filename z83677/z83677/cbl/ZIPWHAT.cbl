       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPWHAT.
       AUTHOR.        D JOHNSTON.
       INSTALLATION.  ZBANK DATA ADMINISTRATION.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      *   10/15/2026  DJ   ORIGINAL - BRANCH CLOSURE / NEW- *
      *                     SITE WHAT-IF SIMULATOR.  READS  *
      *                     A SCENARIO FILE OF BRANCHES TO  *
      *                     CLOSE AND CANDIDATE SITES TO    *
      *                     OPEN, THEN RE-RUNS THE NEAREST- *
      *                     BRANCH ASSIGNMENT FOR EVERY ZIP *
      *                     IN MEMORY - BEFORE AND AFTER -  *
      *                     WITH THE SAME ZIPCNV, ZIPMILE   *
      *                     AND GEOBNDS RULES AS THE        *
      *                     BRANCH-DISTANCE JOB.  REPORTS   *
      *                     THE ZIPS WHOSE BRANCH WOULD     *
      *                     CHANGE (POPULATION, OLD AND NEW *
      *                     DISTANCE, FAR-THRESHOLD FLAG)   *
      *                     AND A PER-BRANCH BEFORE/AFTER   *
      *                     ROLLUP.  READ-ONLY AGAINST      *
      *                     ZBANK.BRANCH AND WRITES NO      *
      *                     ASSIGNMENT FILE.  A REJECTED    *
      *                     SCENARIO RECORD OR A LIVE       *
      *                     BRANCH LEFT OUT OF THE          *
      *                     SIMULATION (TABLE FULL OR BAD   *
      *                     COORDINATE) IS COUNTED ON THE   *
      *                     REPORT AND ENDS THE RUN WITH    *
      *                     RC 4.                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z.
       OBJECT-COMPUTER.  IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-SCENARIO   ASSIGN TO WHATIFSC
                  FILE STATUS IS WS-SCENARIO-STATUS.
           SELECT WHAT-IF-REPORT    ASSIGN TO ZWHATRPT
                  FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * WHAT-IF SCENARIO - SHARED LAYOUT.                  *
      *****************************************************
       FD  BRANCH-SCENARIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY BRSCEN.
       FD  WHAT-IF-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  WHAT-IF-REPORT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND TABLE DECLARATIONS     *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY ZIPTAB.
           COPY ZIPREC.
      *****************************************************
      * ZIPCURS MUST COME AFTER ZIPREC - CUR2'S WHERE       *
      * CLAUSE REFERENCES STATE-I, WHICH THE PRECOMPILER    *
      * REQUIRES TO ALREADY BE DECLARED.                    *
      *****************************************************
           COPY ZIPCURS.
      *****************************************************
      * ZBANK.BRANCH DECLARATION AND HOST STRUCTURE -      *
      * SHARED COPYBOOKS.                                  *
      *****************************************************
           COPY BRCHTAB.
           COPY BRCHREC.
      *****************************************************
      * CURB - BRANCH CURSOR, LOCAL TO THIS PROGRAM.       *
      *****************************************************
                EXEC SQL DECLARE CURB  CURSOR FOR
                         SELECT * FROM ZBANK.BRANCH
                         ORDER BY BRANCH_ID
                     END-EXEC.
      *****************************************************
      * FILE STATUS FIELDS AND SWITCHES.                   *
      *****************************************************
       01  WS-SCENARIO-STATUS          PIC X(02).
           88  WS-SCENARIO-OK              VALUE '00'.
           88  WS-SCENARIO-EOF             VALUE '10'.
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-CURB-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-CURB-EOF             VALUE 'Y'.
           05  WS-SCEN-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-SCEN-DONE            VALUE 'Y'.
           05  WS-RUN-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUN-FAILED           VALUE 'Y'.
           05  WS-RUN-WARN-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUN-WARNED           VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-BRANCH-CNT           PIC 9(4)  COMP  VALUE ZERO.
           05  WS-EXISTING-CNT         PIC 9(4)  COMP  VALUE ZERO.
           05  WS-OPEN-AFTER-CNT       PIC 9(4)  COMP  VALUE ZERO.
           05  WS-BRANCH-SKIP-CNT      PIC 9(4)  COMP  VALUE ZERO.
           05  WS-SCEN-READ-CNT        PIC 9(7)  COMP  VALUE ZERO.
           05  WS-CLOSE-CNT            PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NEW-SITE-CNT         PIC 9(7)  COMP  VALUE ZERO.
           05  WS-SCEN-REJECT-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-ZIP-CNT              PIC 9(7)  COMP  VALUE ZERO.
           05  WS-BADCOORD-CNT         PIC 9(7)  COMP  VALUE ZERO.
           05  WS-CHANGED-CNT          PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NOW-FAR-CNT          PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NO-LONGER-FAR-CNT    PIC 9(7)  COMP  VALUE ZERO.
           05  WS-FAR-BEFORE-CNT       PIC 9(7)  COMP  VALUE ZERO.
           05  WS-FAR-AFTER-CNT        PIC 9(7)  COMP  VALUE ZERO.
       01  WS-CHANGED-POP              PIC 9(10) COMP  VALUE ZERO.
      *****************************************************
      * IN-CORE BRANCH TABLE - THE LIVE ZBANK.BRANCH ROWS  *
      * PLUS THE SCENARIO'S NEW SITES.  500 ENTRIES - FIVE *
      * TIMES THE BRANCH-DISTANCE JOB'S TABLE - SO A       *
      * SCENARIO CAN LAYER CANDIDATE SITES ON TOP OF A     *
      * GROWN NETWORK.  WS-BR-STATUS MARKS A BRANCH THE    *
      * SCENARIO CLOSES OR ADDS; THE BEFORE PICTURE IGNORES *
      * NEW SITES, THE AFTER PICTURE IGNORES CLOSED ONES.  *
      *****************************************************
       01  WS-BRANCH-MAX               PIC 9(4)  COMP  VALUE 500.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-BR-IDX.
               10  WS-BR-ID            PIC X(04).
               10  WS-BR-NAME          PIC X(30).
               10  WS-BR-LON           PIC S9(3)V9(5) COMP-3.
               10  WS-BR-LAT           PIC S9(3)V9(5) COMP-3.
               10  WS-BR-STATUS        PIC X(01).
                   88  WS-BR-EXISTING      VALUE ' '.
                   88  WS-BR-CLOSED        VALUE 'C'.
                   88  WS-BR-NEW           VALUE 'N'.
               10  WS-BR-BEFORE-CNT    PIC 9(7)  COMP.
               10  WS-BR-BEFORE-POP    PIC 9(10) COMP.
               10  WS-BR-AFTER-CNT     PIC 9(7)  COMP.
               10  WS-BR-AFTER-POP     PIC 9(10) COMP.
       01  WS-WORK-BR-ID               PIC X(04).
       01  WS-WORK-SUB                 PIC 9(4)  COMP  VALUE ZERO.
      *****************************************************
      * PROVISIONAL ID FOR A NEW SITE KEYED WITH A BLANK   *
      * BRANCH ID - N001, N002, ...                        *
      *****************************************************
       01  WS-NEW-ID.
           05  FILLER                  PIC X(01)  VALUE 'N'.
           05  WS-NEW-ID-SEQ           PIC 9(03)  VALUE ZERO.
      *****************************************************
      * CONTINENTAL US BOUNDS USED TO RANGE-CHECK A        *
      * CONVERTED COORDINATE - SAME SHARED COPYBOOK AS THE *
      * BRANCH-DISTANCE JOB.                               *
      *****************************************************
           COPY GEOBNDS.
      *****************************************************
      * FIELDS PASSED TO/FROM THE SHARED ZIPCNV COORDINATE *
      * CONVERSION SUBPROGRAM, AND THE CONVERTED VALUES    *
      * FOR THE ZIP OR SITE BEING PROCESSED.               *
      *****************************************************
       01  WS-COORD-VALUE              PIC S9(3)V9(5).
       01  WS-COORD-FORMAT-SW          PIC X(01).
           88  WS-COORD-FORMAT-OK          VALUE 'Y'.
           88  WS-COORD-FORMAT-BAD         VALUE 'N'.
       01  WS-ZIP-COORD-SW             PIC X(01).
           88  WS-ZIP-COORD-GOOD           VALUE 'Y'.
           88  WS-ZIP-COORD-BAD            VALUE 'N'.
       01  WS-ZIP-LON                  PIC S9(3)V9(5) COMP-3.
       01  WS-ZIP-LAT                  PIC S9(3)V9(5) COMP-3.
       01  WS-WORK-LON                 PIC S9(3)V9(5) COMP-3.
      *****************************************************
      * DISTANCE WORK FIELDS - THE ARITHMETIC ITSELF LIVES *
      * IN THE SHARED ZIPMILE SUBPROGRAM.                  *
      *****************************************************
       01  WS-DISTANCE                 PIC 9(5)V9(1)  COMP-3.
       01  WS-BEFORE-DISTANCE          PIC 9(5)V9(1)  COMP-3.
       01  WS-AFTER-DISTANCE           PIC 9(5)V9(1)  COMP-3.
       01  WS-BEFORE-SUB               PIC 9(4)  COMP.
       01  WS-AFTER-SUB                PIC 9(4)  COMP.
       01  WS-THRESHOLD                PIC 9(3)       VALUE 50.
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
           05  FILLER                  PIC X(50) VALUE
               'BRANCH CLOSURE / NEW-SITE WHAT-IF SIMULATION'.
           05  FILLER                  PIC X(81) VALUE SPACE.
       01  HDG2-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(32) VALUE
               'FAR THRESHOLD ................ '.
           05  H2-THRESHOLD            PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE ' MILES'.
           05  FILLER                  PIC X(90) VALUE SPACE.
       01  SCEN-HDG-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'SCENARIO'.
           05  FILLER                  PIC X(81) VALUE SPACE.
       01  SCEN-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  SL-ACTION               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-BRANCH-ID            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SL-BRANCH-NAME          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SL-LONGITUDE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SL-LATITUDE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SL-RESULT               PIC X(40).
           05  FILLER                  PIC X(20) VALUE SPACE.
       01  CHG-HDG1-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'ZIPS WHOSE NEAREST BRANCH WOULD CHANGE'.
           05  FILLER                  PIC X(81) VALUE SPACE.
       01  CHG-HDG2-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'ZIP'.
           05  FILLER                  PIC X(04) VALUE 'ST'.
           05  FILLER                  PIC X(12) VALUE '  POPULATION'.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'OLD'.
           05  FILLER                  PIC X(31) VALUE
               'OLD BRANCH NAME'.
           05  FILLER                  PIC X(10) VALUE ' OLD MILES'.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'NEW'.
           05  FILLER                  PIC X(10) VALUE ' NEW MILES'.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FILLER                  PIC X(38) VALUE 'FLAG'.
       01  DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ZIP                  PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-STATE                PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-POPULATION           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  DL-OLD-BRANCH-ID        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-OLD-BRANCH-NAME      PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-OLD-DISTANCE         PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  DL-NEW-BRANCH-ID        PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  DL-NEW-DISTANCE         PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-FLAG                 PIC X(14).
           05  FILLER                  PIC X(24) VALUE SPACE.
       01  ROLL-HDG1-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'PER-BRANCH ROLLUP - BEFORE AND AFTER'.
           05  FILLER                  PIC X(81) VALUE SPACE.
       01  ROLL-HDG2-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'BRANCH'.
           05  FILLER                  PIC X(32) VALUE 'BRANCH NAME'.
           05  FILLER                  PIC X(08) VALUE 'STATUS'.
           05  FILLER                  PIC X(10) VALUE 'ZIPS BEF'.
           05  FILLER                  PIC X(14) VALUE '    POP BEFORE'.
           05  FILLER                  PIC X(10) VALUE 'ZIPS AFT'.
           05  FILLER                  PIC X(14) VALUE '     POP AFTER'.
           05  FILLER                  PIC X(15) VALUE '    POP CHANGE'.
           05  FILLER                  PIC X(20) VALUE SPACE.
       01  ROLL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-BRANCH-ID            PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  RL-BRANCH-NAME          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RL-STATUS               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RL-BEFORE-CNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RL-BEFORE-POP           PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  RL-AFTER-CNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RL-AFTER-POP            PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-POP-CHANGE           PIC Z,ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(21) VALUE SPACE.
       01  WS-POP-CHANGE               PIC S9(10) COMP.
       01  BLANK-LINE                  PIC X(132) VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-LABEL                PIC X(19).
           05  SM-COUNT                PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(99) VALUE SPACE.
       LINKAGE SECTION.
      *****************************************************
      * EXECUTION PARM - OPTIONAL FAR THRESHOLD IN MILES,  *
      * AS FOR THE BRANCH-DISTANCE JOB.  A MISSING OR      *
      * NON-NUMERIC PARM DEFAULTS TO 50.                   *
      *****************************************************
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-THRESHOLD       PIC X(03).
       PROCEDURE DIVISION USING LS-PARM-AREA.
      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ZIP THRU 2000-EXIT
               UNTIL WS-EOF
                  OR WS-RUN-FAILED.
           IF NOT WS-RUN-FAILED
               PERFORM 3000-PRINT-ROLLUP THRU 3000-EXIT
           END-IF.
           PERFORM 3500-FINISH-REPORT THRU 3500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - PICK UP THE THRESHOLD, OPEN THE  *
      * FILES, LOAD THE BRANCH TABLE, APPLY THE SCENARIO,  *
      * OPEN CUR1 AND PRIME THE FIRST FETCH.  NO EXISTING  *
      * BRANCH, OR NO BRANCH LEFT OPEN AFTER THE SCENARIO, *
      * IS A HARD ERROR - THERE IS NOTHING TO COMPARE.     *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPWHAT' TO RCTL-PROGRAM.
           MOVE 'ZIPWHAT' TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           IF LS-PARM-LEN > ZERO
              AND LS-PARM-THRESHOLD NUMERIC
               MOVE LS-PARM-THRESHOLD TO WS-THRESHOLD
           END-IF.
           OPEN INPUT BRANCH-SCENARIO.
           IF NOT WS-SCENARIO-OK
               DISPLAY 'WI0010E UNABLE TO OPEN BRANCH-SCENARIO'
                    ' STATUS=' WS-SCENARIO-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
           OPEN OUTPUT WHAT-IF-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'WI0011E UNABLE TO OPEN WHAT-IF-REPORT'
                    ' STATUS=' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           WRITE WHAT-IF-REPORT-LINE FROM HDG1-LINE.
           MOVE WS-THRESHOLD TO H2-THRESHOLD.
           WRITE WHAT-IF-REPORT-LINE FROM HDG2-LINE.
           PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           IF WS-EXISTING-CNT = ZERO
               DISPLAY 'WI0013E NO USABLE ZBANK.BRANCH ROWS - '
                    'NOTHING TO SIMULATE AGAINST'
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           WRITE WHAT-IF-REPORT-LINE FROM BLANK-LINE.
           WRITE WHAT-IF-REPORT-LINE FROM SCEN-HDG-LINE.
           PERFORM 1400-READ-SCENARIO THRU 1400-EXIT.
           PERFORM 1500-APPLY-SCENARIO THRU 1500-EXIT
               UNTIL WS-SCEN-DONE.
           PERFORM 1800-COUNT-OPEN-BRANCH THRU 1800-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BRANCH-CNT.
           IF WS-OPEN-AFTER-CNT = ZERO
               DISPLAY 'WI0016E THE SCENARIO LEAVES NO BRANCH OPEN'
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           WRITE WHAT-IF-REPORT-LINE FROM BLANK-LINE.
           WRITE WHAT-IF-REPORT-LINE FROM CHG-HDG1-LINE.
           WRITE WHAT-IF-REPORT-LINE FROM CHG-HDG2-LINE.
           EXEC SQL OPEN CUR1 END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           PERFORM 2100-FETCH-CUR1 THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 1200-LOAD-BRANCHES - LOAD EVERY ZBANK.BRANCH ROW   *
      * INTO THE IN-CORE TABLE, CONVERTING ITS COORDINATES *
      * ONCE UP FRONT.  A BRANCH WITH A BAD COORDINATE IS  *
      * SKIPPED WITH A WARNING, AS THE BRANCH-DISTANCE JOB *
      * SKIPS IT.                                          *
      *****************************************************
       1200-LOAD-BRANCHES.
           EXEC SQL OPEN CURB END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           PERFORM 1250-FETCH-CURB THRU 1250-EXIT.
           PERFORM 1300-STORE-BRANCH THRU 1300-EXIT
               UNTIL WS-CURB-EOF.
           EXEC SQL CLOSE CURB END-EXEC.
           MOVE WS-BRANCH-CNT TO WS-EXISTING-CNT.
       1200-EXIT.
           EXIT.
       1250-FETCH-CURB.
           EXEC SQL
               FETCH CURB INTO :BRANCH-RECORD
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-CURB-EOF TO TRUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   SET WS-CURB-EOF TO TRUE
           END-EVALUATE.
       1250-EXIT.
           EXIT.
       1300-STORE-BRANCH.
           IF WS-BRANCH-CNT >= WS-BRANCH-MAX
               DISPLAY 'WI0014W BRANCH TABLE FULL - BRANCH '
                    BR-ID-I ' IGNORED'
               ADD 1 TO WS-BRANCH-SKIP-CNT
           ELSE
               PERFORM 1350-CONVERT-SITE THRU 1350-EXIT
               IF WS-ZIP-COORD-BAD
                   DISPLAY 'WI0015W BRANCH ' BR-ID-I
                        ' HAS A BAD COORDINATE - SKIPPED'
                   ADD 1 TO WS-BRANCH-SKIP-CNT
               ELSE
                   MOVE BR-ID-I   TO WS-WORK-BR-ID
                   PERFORM 1370-ADD-BRANCH-ENTRY THRU 1370-EXIT
                   MOVE BR-NAME-I TO WS-BR-NAME (WS-WORK-SUB)
               END-IF
           END-IF.
           PERFORM 1250-FETCH-CURB THRU 1250-EXIT.
       1300-EXIT.
           EXIT.
      *****************************************************
      * 1350-CONVERT-SITE - CONVERT A BRANCH OR SITE       *
      * COORDINATE PAIR (BR-LONGITUDE-I/BR-LATITUDE-I)     *
      * INTO WS-WORK-LON/WS-COORD-VALUE.  BOTH MUST BE     *
      * NUMERIC AND INSIDE THE CONTINENTAL-US BOUNDS;      *
      * WS-ZIP-COORD-SW CARRIES THE VERDICT.               *
      *****************************************************
       1350-CONVERT-SITE.
           SET WS-ZIP-COORD-GOOD TO TRUE.
           CALL 'ZIPCNV' USING BR-LONGITUDE-I, WS-COORD-VALUE,
                                WS-COORD-FORMAT-SW.
           MOVE WS-COORD-VALUE TO WS-WORK-LON.
           IF WS-COORD-FORMAT-OK
               CALL 'ZIPCNV' USING BR-LATITUDE-I, WS-COORD-VALUE,
                                    WS-COORD-FORMAT-SW
           END-IF.
           IF WS-COORD-FORMAT-BAD
              OR WS-WORK-LON < WS-MIN-LONGITUDE
              OR WS-WORK-LON > WS-MAX-LONGITUDE
              OR WS-COORD-VALUE < WS-MIN-LATITUDE
              OR WS-COORD-VALUE > WS-MAX-LATITUDE
               SET WS-ZIP-COORD-BAD TO TRUE
           END-IF.
       1350-EXIT.
           EXIT.
      *****************************************************
      * 1370-ADD-BRANCH-ENTRY - NEXT TABLE ENTRY FOR       *
      * WS-WORK-BR-ID AT WS-WORK-LON/WS-COORD-VALUE, WITH  *
      * ZEROED BEFORE/AFTER TOTALS.  WS-WORK-SUB RETURNS   *
      * THE ENTRY NUMBER.  THE CALLER HAS CHECKED ROOM.    *
      *****************************************************
       1370-ADD-BRANCH-ENTRY.
           ADD 1 TO WS-BRANCH-CNT.
           MOVE WS-BRANCH-CNT TO WS-WORK-SUB.
           MOVE WS-WORK-BR-ID  TO WS-BR-ID (WS-WORK-SUB).
           MOVE SPACES         TO WS-BR-NAME (WS-WORK-SUB).
           MOVE WS-WORK-LON    TO WS-BR-LON (WS-WORK-SUB).
           MOVE WS-COORD-VALUE TO WS-BR-LAT (WS-WORK-SUB).
           MOVE SPACE          TO WS-BR-STATUS (WS-WORK-SUB).
           MOVE ZERO TO WS-BR-BEFORE-CNT (WS-WORK-SUB).
           MOVE ZERO TO WS-BR-BEFORE-POP (WS-WORK-SUB).
           MOVE ZERO TO WS-BR-AFTER-CNT (WS-WORK-SUB).
           MOVE ZERO TO WS-BR-AFTER-POP (WS-WORK-SUB).
       1370-EXIT.
           EXIT.
       1400-READ-SCENARIO.
           READ BRANCH-SCENARIO
               AT END
                   SET WS-SCEN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCEN-READ-CNT
           END-READ.
       1400-EXIT.
           EXIT.
      *****************************************************
      * 1500-APPLY-SCENARIO - ONE SCENARIO RECORD.  A      *
      * CLOSE MUST NAME A BRANCH IN THE TABLE; A NEW SITE  *
      * MUST CARRY GOOD COORDINATES AND AN ID NOT ALREADY  *
      * IN USE.  A RECORD THAT CANNOT BE APPLIED IS LISTED *
      * AS REJECTED AND THE RUN ENDS WITH RETURN-CODE 4 -  *
      * THE SIMULATION STILL RUNS ON THE REST.  ONLY THE   *
      * COUNT IS KEPT HERE; THE ZIPCNV AND ZIPMILE CALLS   *
      * STILL TO COME RESET RETURN-CODE, SO 9000-TERMINATE *
      * RAISES IT.                                         *
      *****************************************************
       1500-APPLY-SCENARIO.
           MOVE SC-BRANCH-ID   TO SL-BRANCH-ID.
           MOVE SC-BRANCH-NAME TO SL-BRANCH-NAME.
           MOVE SC-LONGITUDE   TO SL-LONGITUDE.
           MOVE SC-LATITUDE    TO SL-LATITUDE.
           EVALUATE TRUE
               WHEN SC-ACTION-CLOSE
                   MOVE 'CLOSE ' TO SL-ACTION
                   PERFORM 1600-APPLY-CLOSE THRU 1600-EXIT
               WHEN SC-ACTION-NEW
                   MOVE 'NEW   ' TO SL-ACTION
                   PERFORM 1700-APPLY-NEW-SITE THRU 1700-EXIT
               WHEN OTHER
                   MOVE SC-ACTION TO SL-ACTION
                   MOVE 'REJECTED - ACTION MUST BE C OR N'
                        TO SL-RESULT
                   PERFORM 1590-REJECT-SCENARIO THRU 1590-EXIT
           END-EVALUATE.
           WRITE WHAT-IF-REPORT-LINE FROM SCEN-LINE.
           PERFORM 1400-READ-SCENARIO THRU 1400-EXIT.
       1500-EXIT.
           EXIT.
       1590-REJECT-SCENARIO.
           ADD 1 TO WS-SCEN-REJECT-CNT.
       1590-EXIT.
           EXIT.
       1600-APPLY-CLOSE.
           MOVE SC-BRANCH-ID TO WS-WORK-BR-ID.
           PERFORM 2700-FIND-BRANCH-ENTRY THRU 2700-EXIT.
           IF WS-WORK-SUB = ZERO
               MOVE 'REJECTED - BRANCH NOT ON ZBANK.BRANCH'
                    TO SL-RESULT
               PERFORM 1590-REJECT-SCENARIO THRU 1590-EXIT
               GO TO 1600-EXIT
           END-IF.
           MOVE WS-BR-NAME (WS-WORK-SUB) TO SL-BRANCH-NAME.
           IF NOT WS-BR-EXISTING (WS-WORK-SUB)
               MOVE 'REJECTED - ALREADY CLOSED OR A NEW SITE'
                    TO SL-RESULT
               PERFORM 1590-REJECT-SCENARIO THRU 1590-EXIT
               GO TO 1600-EXIT
           END-IF.
           SET WS-BR-CLOSED (WS-WORK-SUB) TO TRUE.
           ADD 1 TO WS-CLOSE-CNT.
           MOVE 'APPLIED' TO SL-RESULT.
       1600-EXIT.
           EXIT.
       1700-APPLY-NEW-SITE.
           IF WS-BRANCH-CNT >= WS-BRANCH-MAX
               MOVE 'REJECTED - BRANCH TABLE FULL' TO SL-RESULT
               PERFORM 1590-REJECT-SCENARIO THRU 1590-EXIT
               GO TO 1700-EXIT
           END-IF.
           IF SC-BRANCH-ID = SPACES
               ADD 1 TO WS-NEW-ID-SEQ
               MOVE WS-NEW-ID TO WS-WORK-BR-ID
           ELSE
               MOVE SC-BRANCH-ID TO WS-WORK-BR-ID
           END-IF.
           MOVE WS-WORK-BR-ID TO SL-BRANCH-ID.
           MOVE ZERO TO WS-WORK-SUB.
           PERFORM 2700-FIND-BRANCH-ENTRY THRU 2700-EXIT.
           IF WS-WORK-SUB NOT = ZERO
               MOVE 'REJECTED - BRANCH ID ALREADY IN USE'
                    TO SL-RESULT
               PERFORM 1590-REJECT-SCENARIO THRU 1590-EXIT
               GO TO 1700-EXIT
           END-IF.
           MOVE SC-LONGITUDE TO BR-LONGITUDE-I.
           MOVE SC-LATITUDE  TO BR-LATITUDE-I.
           PERFORM 1350-CONVERT-SITE THRU 1350-EXIT.
           IF WS-ZIP-COORD-BAD
               MOVE 'REJECTED - BAD OR OUT-OF-BOUNDS COORDINATE'
                    TO SL-RESULT
               PERFORM 1590-REJECT-SCENARIO THRU 1590-EXIT
               GO TO 1700-EXIT
           END-IF.
           PERFORM 1370-ADD-BRANCH-ENTRY THRU 1370-EXIT.
           MOVE SC-BRANCH-NAME TO WS-BR-NAME (WS-WORK-SUB).
           SET WS-BR-NEW (WS-WORK-SUB) TO TRUE.
           ADD 1 TO WS-NEW-SITE-CNT.
           MOVE 'APPLIED' TO SL-RESULT.
       1700-EXIT.
           EXIT.
       1800-COUNT-OPEN-BRANCH.
           IF NOT WS-BR-CLOSED (WS-BR-IDX)
               ADD 1 TO WS-OPEN-AFTER-CNT
           END-IF.
       1800-EXIT.
           EXIT.
      *****************************************************
      * 2000-PROCESS-ZIP - CONVERT THE ZIP'S COORDINATES,  *
      * FIND ITS NEAREST BRANCH BEFORE AND AFTER THE       *
      * SCENARIO, ROLL IT INTO BOTH BRANCHES' TOTALS AND   *
      * LIST IT WHEN THE BRANCH CHANGES.  A ZIP WITH A BAD *
      * COORDINATE IS COUNTED AND SKIPPED, AS THE BRANCH-  *
      * DISTANCE JOB SKIPS IT.                             *
      *****************************************************
       2000-PROCESS-ZIP.
           ADD 1 TO WS-ZIP-CNT.
           PERFORM 2200-CONVERT-ZIP-COORDS THRU 2200-EXIT.
           IF WS-ZIP-COORD-GOOD
               PERFORM 2600-FIND-NEAREST THRU 2600-EXIT
               ADD 1 TO WS-BR-BEFORE-CNT (WS-BEFORE-SUB)
               ADD POPULATION-I TO WS-BR-BEFORE-POP (WS-BEFORE-SUB)
               ADD 1 TO WS-BR-AFTER-CNT (WS-AFTER-SUB)
               ADD POPULATION-I TO WS-BR-AFTER-POP (WS-AFTER-SUB)
               IF WS-BEFORE-DISTANCE > WS-THRESHOLD
                   ADD 1 TO WS-FAR-BEFORE-CNT
               END-IF
               IF WS-AFTER-DISTANCE > WS-THRESHOLD
                   ADD 1 TO WS-FAR-AFTER-CNT
               END-IF
               IF WS-AFTER-SUB NOT = WS-BEFORE-SUB
                   PERFORM 2800-WRITE-CHANGE-LINE THRU 2800-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-BADCOORD-CNT
           END-IF.
           PERFORM 2100-FETCH-CUR1 THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-FETCH-CUR1.
           EXEC SQL
               FETCH CUR1 INTO :ZIP-RECORD
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   SET WS-EOF TO TRUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *****************************************************
      * 2200-CONVERT-ZIP-COORDS - BOTH COORDINATES MUST    *
      * CONVERT CLEANLY AND FALL INSIDE THE CONTINENTAL US *
      * BOUNDS FOR THE DISTANCE ARITHMETIC TO MEAN         *
      * ANYTHING.                                          *
      *****************************************************
       2200-CONVERT-ZIP-COORDS.
           SET WS-ZIP-COORD-GOOD TO TRUE.
           CALL 'ZIPCNV' USING LONGITUDE-I, WS-COORD-VALUE,
                                WS-COORD-FORMAT-SW.
           MOVE WS-COORD-VALUE TO WS-ZIP-LON.
           IF WS-COORD-FORMAT-BAD
              OR WS-ZIP-LON < WS-MIN-LONGITUDE
              OR WS-ZIP-LON > WS-MAX-LONGITUDE
               SET WS-ZIP-COORD-BAD TO TRUE
           ELSE
               CALL 'ZIPCNV' USING LATITUDE-I, WS-COORD-VALUE,
                                    WS-COORD-FORMAT-SW
               MOVE WS-COORD-VALUE TO WS-ZIP-LAT
               IF WS-COORD-FORMAT-BAD
                  OR WS-ZIP-LAT < WS-MIN-LATITUDE
                  OR WS-ZIP-LAT > WS-MAX-LATITUDE
                   SET WS-ZIP-COORD-BAD TO TRUE
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************
      * 2600-FIND-NEAREST - ONE PASS OF THE BRANCH TABLE   *
      * FINDS BOTH ANSWERS.  BEFORE: EVERY LIVE BRANCH,    *
      * CLOSED OR NOT, BUT NO NEW SITE.  AFTER: EVERY      *
      * BRANCH LEFT OPEN PLUS THE NEW SITES.  TIES GO TO   *
      * THE LOWER ENTRY, AS IN THE BRANCH-DISTANCE JOB.    *
      *****************************************************
       2600-FIND-NEAREST.
           MOVE 99999.9 TO WS-BEFORE-DISTANCE.
           MOVE 99999.9 TO WS-AFTER-DISTANCE.
           MOVE 1 TO WS-BEFORE-SUB.
           MOVE 1 TO WS-AFTER-SUB.
           PERFORM 2650-CHECK-ONE-BRANCH THRU 2650-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BRANCH-CNT.
       2600-EXIT.
           EXIT.
       2650-CHECK-ONE-BRANCH.
           CALL 'ZIPMILE' USING WS-ZIP-LAT, WS-ZIP-LON,
                                 WS-BR-LAT (WS-BR-IDX),
                                 WS-BR-LON (WS-BR-IDX),
                                 WS-DISTANCE.
           IF NOT WS-BR-NEW (WS-BR-IDX)
              AND WS-DISTANCE < WS-BEFORE-DISTANCE
               MOVE WS-DISTANCE TO WS-BEFORE-DISTANCE
               SET WS-BEFORE-SUB TO WS-BR-IDX
           END-IF.
           IF NOT WS-BR-CLOSED (WS-BR-IDX)
              AND WS-DISTANCE < WS-AFTER-DISTANCE
               MOVE WS-DISTANCE TO WS-AFTER-DISTANCE
               SET WS-AFTER-SUB TO WS-BR-IDX
           END-IF.
       2650-EXIT.
           EXIT.
      *****************************************************
      * 2700-FIND-BRANCH-ENTRY - LOOK UP WS-WORK-BR-ID IN  *
      * THE BRANCH TABLE.  WS-WORK-SUB RETURNS THE ENTRY   *
      * NUMBER, ZERO WHEN IT IS NOT THERE.                 *
      *****************************************************
       2700-FIND-BRANCH-ENTRY.
           MOVE ZERO TO WS-WORK-SUB.
           PERFORM 2750-SCAN-ONE-ENTRY THRU 2750-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BRANCH-CNT
                  OR WS-WORK-SUB > ZERO.
       2700-EXIT.
           EXIT.
       2750-SCAN-ONE-ENTRY.
           IF WS-BR-ID (WS-BR-IDX) = WS-WORK-BR-ID
               SET WS-WORK-SUB TO WS-BR-IDX
           END-IF.
       2750-EXIT.
           EXIT.
      *****************************************************
      * 2800-WRITE-CHANGE-LINE - THE ZIP'S NEAREST BRANCH  *
      * CHANGES UNDER THE SCENARIO.  FLAGGED WHEN THE MOVE *
      * CROSSES THE FAR THRESHOLD IN EITHER DIRECTION, OR  *
      * LEAVES THE ZIP BEYOND IT.                          *
      *****************************************************
       2800-WRITE-CHANGE-LINE.
           ADD 1 TO WS-CHANGED-CNT.
           ADD POPULATION-I TO WS-CHANGED-POP.
           MOVE ZIP-I                          TO DL-ZIP.
           MOVE STATE-I                        TO DL-STATE.
           MOVE POPULATION-I                   TO DL-POPULATION.
           MOVE WS-BR-ID (WS-BEFORE-SUB)       TO DL-OLD-BRANCH-ID.
           MOVE WS-BR-NAME (WS-BEFORE-SUB)     TO DL-OLD-BRANCH-NAME.
           MOVE WS-BEFORE-DISTANCE             TO DL-OLD-DISTANCE.
           MOVE WS-BR-ID (WS-AFTER-SUB)        TO DL-NEW-BRANCH-ID.
           MOVE WS-AFTER-DISTANCE              TO DL-NEW-DISTANCE.
           MOVE SPACES                         TO DL-FLAG.
           EVALUATE TRUE
               WHEN WS-AFTER-DISTANCE > WS-THRESHOLD
                AND WS-BEFORE-DISTANCE NOT > WS-THRESHOLD
                   MOVE 'NOW PAST LIMIT' TO DL-FLAG
                   ADD 1 TO WS-NOW-FAR-CNT
               WHEN WS-AFTER-DISTANCE > WS-THRESHOLD
                   MOVE 'PAST LIMIT    ' TO DL-FLAG
               WHEN WS-BEFORE-DISTANCE > WS-THRESHOLD
                   MOVE 'NOW IN LIMIT  ' TO DL-FLAG
                   ADD 1 TO WS-NO-LONGER-FAR-CNT
           END-EVALUATE.
           WRITE WHAT-IF-REPORT-LINE FROM DETAIL-LINE.
       2800-EXIT.
           EXIT.
      *****************************************************
      * 3000-PRINT-ROLLUP - ONE LINE PER BRANCH IN THE     *
      * TABLE, LIVE, CLOSED AND NEW.                       *
      *****************************************************
       3000-PRINT-ROLLUP.
           WRITE WHAT-IF-REPORT-LINE FROM BLANK-LINE.
           WRITE WHAT-IF-REPORT-LINE FROM ROLL-HDG1-LINE.
           WRITE WHAT-IF-REPORT-LINE FROM ROLL-HDG2-LINE.
           PERFORM 3100-PRINT-ONE-BRANCH THRU 3100-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BRANCH-CNT.
       3000-EXIT.
           EXIT.
       3100-PRINT-ONE-BRANCH.
           MOVE WS-BR-ID (WS-BR-IDX)         TO RL-BRANCH-ID.
           MOVE WS-BR-NAME (WS-BR-IDX)       TO RL-BRANCH-NAME.
           EVALUATE TRUE
               WHEN WS-BR-CLOSED (WS-BR-IDX)
                   MOVE 'CLOSED' TO RL-STATUS
               WHEN WS-BR-NEW (WS-BR-IDX)
                   MOVE 'NEW   ' TO RL-STATUS
               WHEN OTHER
                   MOVE SPACES   TO RL-STATUS
           END-EVALUATE.
           MOVE WS-BR-BEFORE-CNT (WS-BR-IDX) TO RL-BEFORE-CNT.
           MOVE WS-BR-BEFORE-POP (WS-BR-IDX) TO RL-BEFORE-POP.
           MOVE WS-BR-AFTER-CNT (WS-BR-IDX)  TO RL-AFTER-CNT.
           MOVE WS-BR-AFTER-POP (WS-BR-IDX)  TO RL-AFTER-POP.
           COMPUTE WS-POP-CHANGE = WS-BR-AFTER-POP (WS-BR-IDX)
                                 - WS-BR-BEFORE-POP (WS-BR-IDX).
           MOVE WS-POP-CHANGE                TO RL-POP-CHANGE.
           WRITE WHAT-IF-REPORT-LINE FROM ROLL-LINE.
       3100-EXIT.
           EXIT.
      *****************************************************
      * 3500-FINISH-REPORT - CLOSING COUNTS.  A REJECTED   *
      * SCENARIO RECORD OR A LIVE BRANCH LEFT OUT OF THE   *
      * SIMULATION (TABLE FULL OR BAD COORDINATE) MEANS    *
      * THE PICTURE IS INCOMPLETE - THE RUN IS WARNED.     *
      *****************************************************
       3500-FINISH-REPORT.
           IF WS-SCEN-REJECT-CNT > ZERO
              OR WS-BRANCH-SKIP-CNT > ZERO
               SET WS-RUN-WARNED TO TRUE
           END-IF.
           IF NOT WS-REPORT-OK
               GO TO 3500-EXIT
           END-IF.
           WRITE WHAT-IF-REPORT-LINE FROM BLANK-LINE.
           MOVE 'BRANCHES LOADED..:' TO SM-LABEL.
           MOVE WS-EXISTING-CNT      TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'BRANCHES SKIPPED.:' TO SM-LABEL.
           MOVE WS-BRANCH-SKIP-CNT   TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'BRANCHES CLOSED..:' TO SM-LABEL.
           MOVE WS-CLOSE-CNT         TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'NEW SITES........:' TO SM-LABEL.
           MOVE WS-NEW-SITE-CNT      TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'SCENARIO REJECTS.:' TO SM-LABEL.
           MOVE WS-SCEN-REJECT-CNT   TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ZIPS PROCESSED...:' TO SM-LABEL.
           MOVE WS-ZIP-CNT           TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ZIPS CHANGED.....:' TO SM-LABEL.
           MOVE WS-CHANGED-CNT       TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'POPULATION MOVED.:' TO SM-LABEL.
           MOVE WS-CHANGED-POP       TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'PAST LIMIT BEFORE:' TO SM-LABEL.
           MOVE WS-FAR-BEFORE-CNT    TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'PAST LIMIT AFTER.:' TO SM-LABEL.
           MOVE WS-FAR-AFTER-CNT     TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'NEWLY PAST LIMIT.:' TO SM-LABEL.
           MOVE WS-NOW-FAR-CNT       TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'NEWLY IN LIMIT...:' TO SM-LABEL.
           MOVE WS-NO-LONGER-FAR-CNT TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'BAD COORDINATES..:' TO SM-LABEL.
           MOVE WS-BADCOORD-CNT      TO SM-COUNT.
           WRITE WHAT-IF-REPORT-LINE FROM SUMMARY-LINE.
       3500-EXIT.
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
               DISPLAY 'WI0099E SQLCODE=' SQLCODE
                    ' ON ZIP=' ZIP-I ' STATE=' STATE-I
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.
      *****************************************************
      * 9000-TERMINATE - CLOSE EVERYTHING AND REPORT       *
      * COUNTS.  THE RETURN CODE IS SET FROM THE SWITCHES  *
      * HERE - 16 BEFORE THE RUN IS RECORDED, SO A FAILED  *
      * RUN IS STAMPED AS ONE; THE WARNING 4 (REJECTED     *
      * SCENARIO RECORDS OR SKIPPED LIVE BRANCHES) ONLY    *
      * AFTER, SO A WARNING RUN STILL RECORDS AS COMPLETE. *
      *****************************************************
       9000-TERMINATE.
           EXEC SQL CLOSE CUR1 END-EXEC.
           IF WS-SCENARIO-OK OR WS-SCENARIO-EOF
               CLOSE BRANCH-SCENARIO
           END-IF.
           CLOSE WHAT-IF-REPORT.
           DISPLAY 'WI0001I BRANCHES=' WS-EXISTING-CNT
                ' CLOSED=' WS-CLOSE-CNT
                ' NEW=' WS-NEW-SITE-CNT
                ' ZIPS=' WS-ZIP-CNT
                ' CHANGED=' WS-CHANGED-CNT
                ' SKIPPED=' WS-BRANCH-SKIP-CNT.
           MOVE WS-ZIP-CNT         TO RCTL-READ-CNT.
           MOVE WS-BADCOORD-CNT    TO RCTL-REJECT-CNT.
           MOVE WS-CHANGED-CNT     TO RCTL-EXTRACT-CNT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
           IF RETURN-CODE = ZERO
              AND WS-RUN-WARNED
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
