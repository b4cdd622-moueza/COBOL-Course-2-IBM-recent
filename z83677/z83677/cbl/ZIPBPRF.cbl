       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPBPRF.
       AUTHOR.        D JOHNSTON.
       INSTALLATION.  ZBANK DATA ADMINISTRATION.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      *   10/15/2026  DJ   ORIGINAL - BRANCH SERVICE-AREA   *
      *                     PROFILE BUILT FROM THE CURRENT  *
      *                     GENERATION OF THE NEAREST-      *
      *                     BRANCH ASSIGNMENT FILE, SORTED  *
      *                     INTO BRANCH ORDER.  PER BRANCH: *
      *                     ZIP COUNT, TOTAL POPULATION,    *
      *                     AVERAGE AND MAXIMUM ASSIGNED    *
      *                     DISTANCE, THE COUNTIES SERVED   *
      *                     WITH POPULATION APPORTIONED BY  *
      *                     ZBANK.ZIPCNTYX ALLOC_PCT THE    *
      *                     SAME WAY AS THE COUNTY ROLLUP   *
      *                     REPORT, AND THE QUARTER-OVER-   *
      *                     QUARTER POPULATION CHANGE FROM  *
      *                     THE TWO MOST RECENT             *
      *                     ZBANK.ZIPSNAP SNAPSHOTS.        *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z.
       OBJECT-COMPUTER.  IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-ASSIGN-FILE ASSIGN TO BRASSRT
                  FILE STATUS IS WS-BRASSRT-STATUS.
           SELECT BRANCH-PROF-REPORT ASSIGN TO ZBPRFRPT
                  FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * NEAREST-BRANCH ASSIGNMENT FILE - SHARED LAYOUT.    *
      * ARRIVES SORTED ON BRANCH ID THEN ZIP/STATE (THE    *
      * BRANCH-DISTANCE JOB WRITES IT IN STATE/POPULATION  *
      * ORDER).                                            *
      *****************************************************
       FD  BRANCH-ASSIGN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY BRASREC.
       FD  BRANCH-PROF-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  BRANCH-PROF-REPORT-LINE     PIC X(132).
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND THE TABLE DECLARATIONS *
      * - SHARED COPYBOOKS.                                *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY ZIPTAB.
           COPY ZIPREC.
           COPY ZCXTAB.
           COPY ZSNPTAB.
      *****************************************************
      * HOST VARIABLES FOR THE SNAPSHOT DATES, THE         *
      * SNAPSHOT POPULATION LOOKUP AND THE CURY CURSOR     *
      * ROW - MUST BE DECLARED BEFORE CURY SO THE          *
      * PRECOMPILER CAN RESOLVE THEM.                      *
      *****************************************************
       01  WS-CURR-DATE                PIC X(10)  VALUE SPACES.
       01  WS-PRIOR-DATE               PIC X(10)  VALUE SPACES.
       01  WS-LOOKUP-DATE              PIC X(10)  VALUE SPACES.
       01  WS-SNAP-POP                 PIC 9(7)        VALUE ZERO.
       01  WS-Y-COUNTY                 PIC X(25).
       01  WS-Y-PCT                    PIC S9(3)V9(2) COMP-3.
      *****************************************************
      * CURY - THE ZBANK.ZIPCNTYX COUNTY SHARES FOR ONE    *
      * ZIP/STATE.  LOCAL TO THIS PROGRAM.                 *
      *****************************************************
                EXEC SQL DECLARE CURY  CURSOR FOR
                         SELECT COUNTY, ALLOC_PCT
                         FROM ZBANK.ZIPCNTYX
                         WHERE ZIP = :ZIP-I
                           AND STATE = :STATE-I
                         ORDER BY COUNTY
                     END-EXEC.
      *****************************************************
      * FILE STATUS FIELDS AND SWITCHES.                   *
      *****************************************************
       01  WS-BRASSRT-STATUS           PIC X(02).
           88  WS-BRASSRT-OK               VALUE '00'.
           88  WS-BRASSRT-EOF              VALUE '10'.
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-CURY-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-CURY-DONE            VALUE 'Y'.
           05  WS-SEQ-ERROR-SW         PIC X(01)  VALUE 'N'.
               88  WS-SEQ-ERROR            VALUE 'Y'.
           05  WS-RUN-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUN-FAILED           VALUE 'Y'.
           05  WS-FIRST-ROW-SW         PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-ROW            VALUE 'Y'.
           05  WS-TREND-SW             PIC X(01)  VALUE 'N'.
               88  WS-TREND-AVAILABLE      VALUE 'Y'.
               88  WS-TREND-MISSING        VALUE 'N'.
           05  WS-ZIP-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-ZIP-FOUND            VALUE 'Y'.
               88  WS-ZIP-NOT-FOUND        VALUE 'N'.
      *****************************************************
      * SEQUENCE KEY - BRANCH ID + ZIP + STATE.            *
      *****************************************************
       01  WS-CURR-KEY                 VALUE LOW-VALUES.
           05  WS-CURR-KEY-BRANCH      PIC X(04).
           05  WS-CURR-KEY-ZIP         PIC X(05).
           05  WS-CURR-KEY-STATE       PIC X(02).
       01  WS-PREV-KEY                 PIC X(11)  VALUE LOW-VALUES.
       01  WS-COUNTERS.
           05  WS-READ-CNT             PIC 9(7)  COMP  VALUE ZERO.
           05  WS-BRANCH-PRT-CNT       PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NOT-ON-FILE-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NO-XREF-CNT          PIC 9(7)  COMP  VALUE ZERO.
      *****************************************************
      * CURRENT BRANCH ACCUMULATORS - RESET AT EACH BRANCH *
      * BREAK.                                             *
      *****************************************************
       01  WS-PREV-BRANCH-ID           PIC X(04)  VALUE SPACES.
       01  WS-PREV-BRANCH-NAME         PIC X(30)  VALUE SPACES.
       01  WS-BR-ZIP-CNT               PIC 9(7)  COMP  VALUE ZERO.
       01  WS-BR-POP                   PIC 9(10) COMP  VALUE ZERO.
       01  WS-BR-DIST-SUM              PIC 9(9)V9(1) COMP-3
                                                  VALUE ZERO.
       01  WS-BR-DIST-MAX              PIC 9(5)V9(1) VALUE ZERO.
       01  WS-BR-DIST-AVG              PIC 9(5)V9(1) VALUE ZERO.
       01  WS-BR-CURR-POP              PIC 9(10) COMP  VALUE ZERO.
       01  WS-BR-PRIOR-POP             PIC 9(10) COMP  VALUE ZERO.
      *****************************************************
      * NETWORK TOTALS.                                    *
      *****************************************************
       01  WS-NET-ZIP-CNT              PIC 9(7)  COMP  VALUE ZERO.
       01  WS-NET-POP                  PIC 9(10) COMP  VALUE ZERO.
       01  WS-NET-CURR-POP             PIC 9(10) COMP  VALUE ZERO.
       01  WS-NET-PRIOR-POP            PIC 9(10) COMP  VALUE ZERO.
      *****************************************************
      * CHANGE AND APPORTIONMENT ARITHMETIC.               *
      *****************************************************
       01  WS-ALLOC-POP                PIC 9(7)        VALUE ZERO.
       01  WS-POP-CHANGE               PIC S9(10)      COMP.
       01  WS-PCT-CHANGE               PIC S9(5)V9(1)  COMP-3.
       01  WS-PCT-SHARE                PIC 9(3)V9(1)   COMP-3.
      *****************************************************
      * PER-BRANCH COUNTY TABLE - THE COUNTIES THE CURRENT *
      * BRANCH'S ZIPS FALL IN, WITH THE APPORTIONED        *
      * POPULATION.  CLEARED AT EACH BRANCH BREAK.  A ZIP  *
      * WITH NO ZBANK.ZIPCNTYX ROWS FALLS BACK TO ITS      *
      * ZBANK.ZIP PRIMARY COUNTY AT 100 PERCENT.           *
      *****************************************************
       01  WS-COUNTY-MAX               PIC 9(4)  COMP  VALUE 200.
       01  WS-COUNTY-CNT               PIC 9(4)  COMP  VALUE ZERO.
       01  WS-COUNTY-TABLE.
           05  WS-COUNTY-ENTRY OCCURS 200 TIMES
               INDEXED BY WS-CT-IDX.
               10  WS-CT-STATE         PIC X(02).
               10  WS-CT-COUNTY        PIC X(25).
               10  WS-CT-ZIP-CNT       PIC 9(7)  COMP.
               10  WS-CT-POP           PIC 9(10) COMP.
       01  WS-WORK-STATE               PIC X(02).
       01  WS-WORK-COUNTY              PIC X(25).
       01  WS-WORK-SUB                 PIC 9(4)  COMP  VALUE ZERO.
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
               'BRANCH SERVICE-AREA PROFILE'.
           05  FILLER                  PIC X(81) VALUE SPACE.
       01  HDG2-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'PRIOR'.
           05  H2-PRIOR-DATE           PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'CURRENT'.
           05  H2-CURR-DATE            PIC X(10).
           05  FILLER                  PIC X(89) VALUE SPACE.
       01  BRANCH-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'BRANCH '.
           05  BL-BRANCH-ID            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  BL-BRANCH-NAME          PIC X(30).
           05  FILLER                  PIC X(88) VALUE SPACE.
       01  PROFILE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'ZIPS '.
           05  PL-ZIP-CNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               '  POPULATION '.
           05  PL-POP                  PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  AVG DIST '.
           05  PL-AVG-DIST             PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(12) VALUE
               '  MAX DIST '.
           05  PL-MAX-DIST             PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(49) VALUE SPACE.
       01  TREND-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'PRIOR POP '.
           05  TL-PRIOR-POP            PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               '  CURRENT POP '.
           05  TL-CURR-POP             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  CHANGE '.
           05  TL-CHANGE               PIC Z,ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(07) VALUE '  PCT '.
           05  TL-PCT                  PIC ZZ,ZZ9.9-.
           05  FILLER                  PIC X(37) VALUE SPACE.
       01  NO-TREND-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'QUARTER-OVER-QUARTER CHANGE NOT AVAILABLE'.
           05  FILLER                  PIC X(79) VALUE SPACE.
       01  COUNTY-HDG-LINE.
           05  FILLER                  PIC X(05) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'STATE'.
           05  FILLER                  PIC X(27) VALUE 'COUNTY'.
           05  FILLER                  PIC X(09) VALUE '    ZIPS'.
           05  FILLER                  PIC X(15) VALUE
               '     ALLOC POP'.
           05  FILLER                  PIC X(10) VALUE '  SHARE'.
           05  FILLER                  PIC X(60) VALUE SPACE.
       01  COUNTY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACE.
           05  CL-STATE                PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  CL-COUNTY               PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CL-ZIP-CNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CL-POP                  PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  CL-SHARE                PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(63) VALUE SPACE.
       01  BLANK-LINE                  PIC X(132) VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-LABEL                PIC X(19).
           05  SM-COUNT                PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(99) VALUE SPACE.
       PROCEDURE DIVISION.
      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ASSIGNMENT THRU 2000-EXIT
               UNTIL WS-EOF
                  OR WS-SEQ-ERROR
                  OR WS-RUN-FAILED.
           IF NOT WS-FIRST-ROW
               PERFORM 2800-PRINT-BRANCH THRU 2800-EXIT
           END-IF.
           PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - OPEN THE FILES, FIND THE TWO     *
      * MOST RECENT SNAPSHOT DATES, PRINT THE HEADINGS AND *
      * PRIME THE FIRST ASSIGNMENT RECORD.  FEWER THAN TWO *
      * SNAPSHOTS ON FILE STILL PRODUCES THE PROFILE, JUST *
      * WITHOUT THE QUARTER-OVER-QUARTER LINE, AND ENDS    *
      * WITH RETURN-CODE 4 (RAISED IN 9000-TERMINATE, ONCE *
      * THE RUN HAS BEEN RECORDED AS COMPLETE).            *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPBPRF' TO RCTL-PROGRAM.
           MOVE 'ZIPBPRF' TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           OPEN INPUT BRANCH-ASSIGN-FILE.
           IF NOT WS-BRASSRT-OK
               DISPLAY 'BP0010E UNABLE TO OPEN BRANCH-ASSIGN-FILE'
                    ' STATUS=' WS-BRASSRT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT BRANCH-PROF-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'BP0011E UNABLE TO OPEN BRANCH-PROF-REPORT'
                    ' STATUS=' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-FIND-SNAPSHOTS THRU 1100-EXIT.
           WRITE BRANCH-PROF-REPORT-LINE FROM HDG1-LINE.
           MOVE WS-PRIOR-DATE TO H2-PRIOR-DATE.
           MOVE WS-CURR-DATE  TO H2-CURR-DATE.
           WRITE BRANCH-PROF-REPORT-LINE FROM HDG2-LINE.
           PERFORM 2100-READ-ASSIGNMENT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 1100-FIND-SNAPSHOTS - THE TWO MOST RECENT          *
      * ZBANK.ZIPSNAP SNAPSHOT DATES, AS THE TREND REPORT  *
      * FINDS THEM.                                        *
      *****************************************************
       1100-FIND-SNAPSHOTS.
           SET WS-TREND-MISSING TO TRUE.
           EXEC SQL
               SELECT CHAR(MAX(SNAP_DATE), ISO)
                 INTO :WS-CURR-DATE
                 FROM ZBANK.ZIPSNAP
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-CURR-DATE = SPACES
               DISPLAY 'BP0012W NO SNAPSHOTS ON FILE - '
                    'NO QUARTER-OVER-QUARTER CHANGE'
               MOVE SPACES TO WS-CURR-DATE
               GO TO 1100-EXIT
           END-IF.
           EXEC SQL
               SELECT CHAR(MAX(SNAP_DATE), ISO)
                 INTO :WS-PRIOR-DATE
                 FROM ZBANK.ZIPSNAP
                WHERE SNAP_DATE < DATE(:WS-CURR-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-PRIOR-DATE = SPACES
               DISPLAY 'BP0013W ONLY ONE SNAPSHOT ON FILE - '
                    'NO QUARTER-OVER-QUARTER CHANGE'
               MOVE SPACES TO WS-PRIOR-DATE
               GO TO 1100-EXIT
           END-IF.
           SET WS-TREND-AVAILABLE TO TRUE.
       1100-EXIT.
           EXIT.
      *****************************************************
      * 2000-PROCESS-ASSIGNMENT - ONE ASSIGNED ZIP.  A NEW *
      * BRANCH ID PRINTS THE PREVIOUS BRANCH'S PROFILE     *
      * FIRST.                                             *
      *****************************************************
       2000-PROCESS-ASSIGNMENT.
           IF WS-FIRST-ROW
               MOVE AS-BRANCH-ID   TO WS-PREV-BRANCH-ID
               MOVE AS-BRANCH-NAME TO WS-PREV-BRANCH-NAME
               MOVE 'N' TO WS-FIRST-ROW-SW
           END-IF.
           IF AS-BRANCH-ID NOT = WS-PREV-BRANCH-ID
               PERFORM 2800-PRINT-BRANCH THRU 2800-EXIT
               MOVE AS-BRANCH-ID   TO WS-PREV-BRANCH-ID
               MOVE AS-BRANCH-NAME TO WS-PREV-BRANCH-NAME
           END-IF.
           ADD 1 TO WS-BR-ZIP-CNT.
           ADD AS-DISTANCE TO WS-BR-DIST-SUM.
           IF AS-DISTANCE > WS-BR-DIST-MAX
               MOVE AS-DISTANCE TO WS-BR-DIST-MAX
           END-IF.
           PERFORM 2200-FETCH-ZIP-ROW THRU 2200-EXIT.
           IF WS-ZIP-FOUND
               ADD POPULATION-I TO WS-BR-POP
               PERFORM 2300-APPORTION-COUNTIES THRU 2300-EXIT
           END-IF.
           IF WS-TREND-AVAILABLE
               PERFORM 2500-ADD-SNAPSHOT-POP THRU 2500-EXIT
           END-IF.
           PERFORM 2100-READ-ASSIGNMENT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************
      * 2100-READ-ASSIGNMENT - NEXT ASSIGNMENT RECORD,     *
      * WITH AN ASCENDING BRANCH/ZIP/STATE SEQUENCE CHECK. *
      * AN UNSORTED FILE WOULD SPLIT A BRANCH ACROSS       *
      * SEVERAL PROFILES, SO IT ENDS THE RUN WITH          *
      * RETURN-CODE 16 INSTEAD.                            *
      *****************************************************
       2100-READ-ASSIGNMENT.
           READ BRANCH-ASSIGN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   MOVE WS-CURR-KEY TO WS-PREV-KEY
                   MOVE AS-BRANCH-ID TO WS-CURR-KEY-BRANCH
                   MOVE AS-ZIP       TO WS-CURR-KEY-ZIP
                   MOVE AS-STATE     TO WS-CURR-KEY-STATE
                   IF WS-CURR-KEY NOT > WS-PREV-KEY
                       SET WS-SEQ-ERROR TO TRUE
                       DISPLAY 'BP0020E ASSIGNMENT FILE OUT OF '
                            'BRANCH/ZIP/STATE SEQUENCE AT BRANCH='
                            AS-BRANCH-ID ' ZIP=' AS-ZIP
                            ' STATE=' AS-STATE
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.
      *****************************************************
      * 2200-FETCH-ZIP-ROW - THE ZBANK.ZIP ROW FOR THE     *
      * ASSIGNED ZIP/STATE.  A ZIP RETIRED SINCE THE       *
      * ASSIGNMENT RUN STILL COUNTS IN THE ZIP COUNT AND   *
      * DISTANCES BUT ADDS NO POPULATION.                  *
      *****************************************************
       2200-FETCH-ZIP-ROW.
           SET WS-ZIP-NOT-FOUND TO TRUE.
           MOVE AS-ZIP   TO ZIP-I.
           MOVE AS-STATE TO STATE-I.
           EXEC SQL
               SELECT *
                 INTO :ZIP-RECORD
                 FROM ZBANK.ZIP
                WHERE ZIP = :ZIP-I
                  AND STATE = :STATE-I
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-ZIP-FOUND TO TRUE
               WHEN 100
                   ADD 1 TO WS-NOT-ON-FILE-CNT
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *****************************************************
      * 2300-APPORTION-COUNTIES - SPREAD THE ZIP'S         *
      * POPULATION OVER ITS ZBANK.ZIPCNTYX COUNTIES BY     *
      * ALLOC_PCT.  NO CROSS-REFERENCE ROWS MEANS THE      *
      * WHOLE POPULATION GOES TO THE ZBANK.ZIP COUNTY.     *
      *****************************************************
       2300-APPORTION-COUNTIES.
           MOVE 'N' TO WS-CURY-EOF-SW.
           MOVE ZERO TO WS-WORK-SUB.
           EXEC SQL OPEN CURY END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2350-FETCH-CURY THRU 2350-EXIT.
           IF WS-CURY-DONE
               ADD 1 TO WS-NO-XREF-CNT
               MOVE STATE-I      TO WS-WORK-STATE
               MOVE COUNTY-I     TO WS-WORK-COUNTY
               MOVE POPULATION-I TO WS-ALLOC-POP
               PERFORM 2700-FIND-COUNTY-ENTRY THRU 2700-EXIT
           END-IF.
           PERFORM 2400-APPORTION-ONE-COUNTY THRU 2400-EXIT
               UNTIL WS-CURY-DONE.
           EXEC SQL CLOSE CURY END-EXEC.
       2300-EXIT.
           EXIT.
       2350-FETCH-CURY.
           EXEC SQL
               FETCH CURY INTO :WS-Y-COUNTY, :WS-Y-PCT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-CURY-DONE TO TRUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   SET WS-CURY-DONE TO TRUE
           END-EVALUATE.
       2350-EXIT.
           EXIT.
       2400-APPORTION-ONE-COUNTY.
           COMPUTE WS-ALLOC-POP ROUNDED =
                   POPULATION-I * WS-Y-PCT / 100.
           MOVE STATE-I     TO WS-WORK-STATE.
           MOVE WS-Y-COUNTY TO WS-WORK-COUNTY.
           PERFORM 2700-FIND-COUNTY-ENTRY THRU 2700-EXIT.
           PERFORM 2350-FETCH-CURY THRU 2350-EXIT.
       2400-EXIT.
           EXIT.
      *****************************************************
      * 2500-ADD-SNAPSHOT-POP - THE ZIP'S POPULATION IN    *
      * EACH OF THE TWO SNAPSHOTS.  A ZIP MISSING FROM A   *
      * SNAPSHOT COUNTS AS ZERO IN IT.                     *
      *****************************************************
       2500-ADD-SNAPSHOT-POP.
           MOVE WS-CURR-DATE TO WS-LOOKUP-DATE.
           PERFORM 2600-FETCH-SNAPSHOT-POP THRU 2600-EXIT.
           ADD WS-SNAP-POP TO WS-BR-CURR-POP.
           MOVE WS-PRIOR-DATE TO WS-LOOKUP-DATE.
           PERFORM 2600-FETCH-SNAPSHOT-POP THRU 2600-EXIT.
           ADD WS-SNAP-POP TO WS-BR-PRIOR-POP.
       2500-EXIT.
           EXIT.
       2600-FETCH-SNAPSHOT-POP.
           EXEC SQL
               SELECT POPULATION
                 INTO :WS-SNAP-POP
                 FROM ZBANK.ZIPSNAP
                WHERE SNAP_DATE = DATE(:WS-LOOKUP-DATE)
                  AND ZIP = :ZIP-I
                  AND STATE = :STATE-I
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO WS-SNAP-POP
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   MOVE ZERO TO WS-SNAP-POP
           END-EVALUATE.
       2600-EXIT.
           EXIT.
      *****************************************************
      * 2700-FIND-COUNTY-ENTRY - ADD WS-ALLOC-POP TO THE   *
      * WS-WORK-STATE/WS-WORK-COUNTY ENTRY, ADDING AN      *
      * ENTRY ON FIRST SIGHT.  A FULL TABLE IS WARNED      *
      * ABOUT AND THE SHARE DROPPED FROM THE COUNTY LIST   *
      * (THE BRANCH TOTAL IS UNAFFECTED).                  *
      *****************************************************
       2700-FIND-COUNTY-ENTRY.
           MOVE ZERO TO WS-WORK-SUB.
           PERFORM 2750-SCAN-ONE-ENTRY THRU 2750-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-COUNTY-CNT
                  OR WS-WORK-SUB > ZERO.
           IF WS-WORK-SUB = ZERO
               IF WS-COUNTY-CNT >= WS-COUNTY-MAX
                   DISPLAY 'BP0030W COUNTY TABLE FULL FOR BRANCH '
                        WS-PREV-BRANCH-ID ' - ' WS-WORK-COUNTY
                        ' NOT LISTED'
                   GO TO 2700-EXIT
               END-IF
               ADD 1 TO WS-COUNTY-CNT
               MOVE WS-COUNTY-CNT  TO WS-WORK-SUB
               MOVE WS-WORK-STATE  TO WS-CT-STATE (WS-WORK-SUB)
               MOVE WS-WORK-COUNTY TO WS-CT-COUNTY (WS-WORK-SUB)
               MOVE ZERO TO WS-CT-ZIP-CNT (WS-WORK-SUB)
               MOVE ZERO TO WS-CT-POP (WS-WORK-SUB)
           END-IF.
           ADD 1 TO WS-CT-ZIP-CNT (WS-WORK-SUB).
           ADD WS-ALLOC-POP TO WS-CT-POP (WS-WORK-SUB).
       2700-EXIT.
           EXIT.
       2750-SCAN-ONE-ENTRY.
           IF WS-CT-STATE (WS-CT-IDX) = WS-WORK-STATE
              AND WS-CT-COUNTY (WS-CT-IDX) = WS-WORK-COUNTY
               SET WS-WORK-SUB TO WS-CT-IDX
           END-IF.
       2750-EXIT.
           EXIT.
      *****************************************************
      * 2800-PRINT-BRANCH - THE PROFILE FOR WS-PREV-       *
      * BRANCH-ID: SUMMARY LINE, QUARTER-OVER-QUARTER LINE *
      * AND THE COUNTY LIST.  THEN RESET FOR THE NEXT      *
      * BRANCH.                                            *
      *****************************************************
       2800-PRINT-BRANCH.
           ADD 1 TO WS-BRANCH-PRT-CNT.
           WRITE BRANCH-PROF-REPORT-LINE FROM BLANK-LINE.
           MOVE WS-PREV-BRANCH-ID   TO BL-BRANCH-ID.
           MOVE WS-PREV-BRANCH-NAME TO BL-BRANCH-NAME.
           WRITE BRANCH-PROF-REPORT-LINE FROM BRANCH-LINE.
           IF WS-BR-ZIP-CNT > ZERO
               COMPUTE WS-BR-DIST-AVG ROUNDED =
                       WS-BR-DIST-SUM / WS-BR-ZIP-CNT
           ELSE
               MOVE ZERO TO WS-BR-DIST-AVG
           END-IF.
           MOVE WS-BR-ZIP-CNT  TO PL-ZIP-CNT.
           MOVE WS-BR-POP      TO PL-POP.
           MOVE WS-BR-DIST-AVG TO PL-AVG-DIST.
           MOVE WS-BR-DIST-MAX TO PL-MAX-DIST.
           WRITE BRANCH-PROF-REPORT-LINE FROM PROFILE-LINE.
           IF WS-TREND-AVAILABLE
               PERFORM 2850-PRINT-TREND THRU 2850-EXIT
           ELSE
               WRITE BRANCH-PROF-REPORT-LINE FROM NO-TREND-LINE
           END-IF.
           WRITE BRANCH-PROF-REPORT-LINE FROM COUNTY-HDG-LINE.
           PERFORM 2900-PRINT-ONE-COUNTY THRU 2900-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-COUNTY-CNT.
           ADD WS-BR-ZIP-CNT   TO WS-NET-ZIP-CNT.
           ADD WS-BR-POP       TO WS-NET-POP.
           ADD WS-BR-CURR-POP  TO WS-NET-CURR-POP.
           ADD WS-BR-PRIOR-POP TO WS-NET-PRIOR-POP.
           MOVE ZERO TO WS-BR-ZIP-CNT.
           MOVE ZERO TO WS-BR-POP.
           MOVE ZERO TO WS-BR-DIST-SUM.
           MOVE ZERO TO WS-BR-DIST-MAX.
           MOVE ZERO TO WS-BR-CURR-POP.
           MOVE ZERO TO WS-BR-PRIOR-POP.
           MOVE ZERO TO WS-COUNTY-CNT.
       2800-EXIT.
           EXIT.
      *****************************************************
      * 2850-PRINT-TREND - PRIOR AND CURRENT SNAPSHOT      *
      * POPULATION OF THE BRANCH'S ZIPS, THE CHANGE AND    *
      * PERCENT.  THE PERCENT IS ONLY MEANINGFUL OVER A    *
      * NON-ZERO PRIOR POPULATION.                         *
      *****************************************************
       2850-PRINT-TREND.
           COMPUTE WS-POP-CHANGE = WS-BR-CURR-POP - WS-BR-PRIOR-POP.
           MOVE WS-BR-PRIOR-POP TO TL-PRIOR-POP.
           MOVE WS-BR-CURR-POP  TO TL-CURR-POP.
           MOVE WS-POP-CHANGE   TO TL-CHANGE.
           IF WS-BR-PRIOR-POP > ZERO
               COMPUTE WS-PCT-CHANGE ROUNDED =
                       WS-POP-CHANGE * 100 / WS-BR-PRIOR-POP
           ELSE
               MOVE ZERO TO WS-PCT-CHANGE
           END-IF.
           MOVE WS-PCT-CHANGE TO TL-PCT.
           WRITE BRANCH-PROF-REPORT-LINE FROM TREND-LINE.
       2850-EXIT.
           EXIT.
       2900-PRINT-ONE-COUNTY.
           MOVE WS-CT-STATE (WS-CT-IDX)   TO CL-STATE.
           MOVE WS-CT-COUNTY (WS-CT-IDX)  TO CL-COUNTY.
           MOVE WS-CT-ZIP-CNT (WS-CT-IDX) TO CL-ZIP-CNT.
           MOVE WS-CT-POP (WS-CT-IDX)     TO CL-POP.
           IF WS-BR-POP > ZERO
               COMPUTE WS-PCT-SHARE ROUNDED =
                       WS-CT-POP (WS-CT-IDX) * 100 / WS-BR-POP
           ELSE
               MOVE ZERO TO WS-PCT-SHARE
           END-IF.
           MOVE WS-PCT-SHARE TO CL-SHARE.
           WRITE BRANCH-PROF-REPORT-LINE FROM COUNTY-LINE.
       2900-EXIT.
           EXIT.
      *****************************************************
      * 3000-FINISH-REPORT - NETWORK TOTALS AND CLOSING    *
      * COUNTS.                                            *
      *****************************************************
       3000-FINISH-REPORT.
           WRITE BRANCH-PROF-REPORT-LINE FROM BLANK-LINE.
           MOVE 'BRANCHES.........:' TO SM-LABEL.
           MOVE WS-BRANCH-PRT-CNT    TO SM-COUNT.
           WRITE BRANCH-PROF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ZIPS ASSIGNED....:' TO SM-LABEL.
           MOVE WS-NET-ZIP-CNT       TO SM-COUNT.
           WRITE BRANCH-PROF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'POPULATION.......:' TO SM-LABEL.
           MOVE WS-NET-POP           TO SM-COUNT.
           WRITE BRANCH-PROF-REPORT-LINE FROM SUMMARY-LINE.
           IF WS-TREND-AVAILABLE
               MOVE 'PRIOR SNAP POP...:' TO SM-LABEL
               MOVE WS-NET-PRIOR-POP     TO SM-COUNT
               WRITE BRANCH-PROF-REPORT-LINE FROM SUMMARY-LINE
               MOVE 'CURRENT SNAP POP.:' TO SM-LABEL
               MOVE WS-NET-CURR-POP      TO SM-COUNT
               WRITE BRANCH-PROF-REPORT-LINE FROM SUMMARY-LINE
           END-IF.
           MOVE 'ZIPS NOT ON FILE.:' TO SM-LABEL.
           MOVE WS-NOT-ON-FILE-CNT   TO SM-COUNT.
           WRITE BRANCH-PROF-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ZIPS NO CNTY XREF:' TO SM-LABEL.
           MOVE WS-NO-XREF-CNT       TO SM-COUNT.
           WRITE BRANCH-PROF-REPORT-LINE FROM SUMMARY-LINE.
       3000-EXIT.
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
               DISPLAY 'BP0099E SQLCODE=' SQLCODE
                    ' ON BRANCH=' AS-BRANCH-ID
                    ' ZIP=' AS-ZIP ' STATE=' AS-STATE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.
      *****************************************************
      * 9000-TERMINATE - CLOSE EVERYTHING AND REPORT       *
      * COUNTS.                                            *
      *****************************************************
       9000-TERMINATE.
           IF WS-BRASSRT-OK OR WS-BRASSRT-EOF
               CLOSE BRANCH-ASSIGN-FILE
           END-IF.
           CLOSE BRANCH-PROF-REPORT.
           DISPLAY 'BP0001I ASSIGNMENTS=' WS-READ-CNT
                ' BRANCHES=' WS-BRANCH-PRT-CNT
                ' POPULATION=' WS-NET-POP.
           MOVE WS-READ-CNT TO RCTL-READ-CNT.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
           IF RETURN-CODE = ZERO
              AND WS-TREND-MISSING
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
