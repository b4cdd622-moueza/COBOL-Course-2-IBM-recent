       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPGISX.
       AUTHOR.        D JOHNSTON.
       INSTALLATION.  ZBANK DATA ADMINISTRATION.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      *   10/15/2026  DJ   ORIGINAL - BRANCH-PLANNING GIS   *
      *                     MAPPING EXPORT.  WRITES FOUR    *
      *                     COMMA-DELIMITED FILES, EACH     *
      *                     STARTING WITH A HEADER ROW:     *
      *                     ZIP CENTROIDS (ZBANK.ZIP WITH   *
      *                     DECIMAL COORDINATES VIA ZIPCNV, *
      *                     THE ASSIGNED BRANCH AND         *
      *                     DISTANCE FROM THE CURRENT       *
      *                     GENERATION OF THE ASSIGNMENT    *
      *                     FILE AND THE QUARTER-OVER-      *
      *                     QUARTER POPULATION CHANGE FROM  *
      *                     ZBANK.ZIPSNAP), BRANCH POINTS   *
      *                     FROM ZBANK.BRANCH, THE ZIPS ON  *
      *                     THE LATEST GEOCODE EXCEPTION    *
      *                     RUN, AND A CONTROL FILE OF ROW  *
      *                     COUNTS FOR PLANNING TO CONFIRM  *
      *                     THE LOAD.  TEXT COLUMNS ARE     *
      *                     DOUBLE-QUOTED WITH EMBEDDED     *
      *                     QUOTES DOUBLED.                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z.
       OBJECT-COMPUTER.  IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-ASSIGN-FILE ASSIGN TO BRASSRT
                  FILE STATUS IS WS-BRASSRT-STATUS.
           SELECT GEOC-EXCEPTION-FILE ASSIGN TO ZIPGEXC
                  FILE STATUS IS WS-ZIPGEXC-STATUS.
           SELECT ZIP-CSV-FILE      ASSIGN TO GISZIP
                  FILE STATUS IS WS-GISZIP-STATUS.
           SELECT BRANCH-CSV-FILE   ASSIGN TO GISBRCH
                  FILE STATUS IS WS-GISBRCH-STATUS.
           SELECT GEXC-CSV-FILE     ASSIGN TO GISGEXC
                  FILE STATUS IS WS-GISGEXC-STATUS.
           SELECT GIS-CONTROL-FILE  ASSIGN TO GISCTL
                  FILE STATUS IS WS-GISCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * NEAREST-BRANCH ASSIGNMENT FILE - SHARED LAYOUT.    *
      * ARRIVES SORTED ON ZIP/STATE (THE BRANCH-DISTANCE   *
      * JOB WRITES IT IN STATE/POPULATION ORDER).          *
      *****************************************************
       FD  BRANCH-ASSIGN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY BRASREC.
      *****************************************************
      * GEOCODE EXCEPTION FILE FROM THE LATEST GEOCODE     *
      * RECONCILIATION RUN - SHARED LAYOUT.                *
      *****************************************************
       FD  GEOC-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY GEOCEXC.
      *****************************************************
      * DELIMITED OUTPUT FILES.  EVERY ROW IS BUILT IN     *
      * WS-CSV-LINE AND PADDED WITH SPACES TO THE RECORD   *
      * LENGTH.  250 BYTES HOLDS THE LONGEST POSSIBLE ZIP  *
      * ROW EVEN WITH EVERY TEXT CHARACTER A QUOTE.        *
      *****************************************************
       FD  ZIP-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ZIP-CSV-RECORD              PIC X(250).
       FD  BRANCH-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  BRANCH-CSV-RECORD           PIC X(250).
       FD  GEXC-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GEXC-CSV-RECORD             PIC X(250).
       FD  GIS-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GIS-CONTROL-RECORD          PIC X(250).
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND THE TABLE DECLARATIONS *
      * - SHARED COPYBOOKS.                                *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY ZIPTAB.
           COPY ZIPREC.
           COPY BRCHTAB.
           COPY BRCHREC.
           COPY ZSNPTAB.
      *****************************************************
      * HOST VARIABLES FOR THE SNAPSHOT DATES AND THE      *
      * SNAPSHOT POPULATION LOOKUP.                        *
      *****************************************************
       01  WS-CURR-DATE                PIC X(10)  VALUE SPACES.
       01  WS-PRIOR-DATE               PIC X(10)  VALUE SPACES.
       01  WS-LOOKUP-DATE              PIC X(10)  VALUE SPACES.
       01  WS-SNAP-POP                 PIC 9(7)        VALUE ZERO.
      *****************************************************
      * CURX - EVERY ZBANK.ZIP ROW IN ZIP/STATE ORDER, TO  *
      * MATCH THE SORTED ASSIGNMENT FILE.  CURB - THE      *
      * BRANCH POINTS.  BOTH LOCAL TO THIS PROGRAM.        *
      *****************************************************
                EXEC SQL DECLARE CURX  CURSOR FOR
                         SELECT * FROM ZBANK.ZIP
                         ORDER BY ZIP, STATE
                     END-EXEC.
                EXEC SQL DECLARE CURB  CURSOR FOR
                         SELECT * FROM ZBANK.BRANCH
                         ORDER BY BRANCH_ID
                     END-EXEC.
      *****************************************************
      * FILE STATUS FIELDS AND SWITCHES.                   *
      *****************************************************
       01  WS-BRASSRT-STATUS           PIC X(02).
           88  WS-BRASSRT-OK               VALUE '00'.
           88  WS-BRASSRT-EOF              VALUE '10'.
       01  WS-ZIPGEXC-STATUS           PIC X(02).
           88  WS-ZIPGEXC-OK               VALUE '00'.
           88  WS-ZIPGEXC-EOF              VALUE '10'.
       01  WS-GISZIP-STATUS            PIC X(02).
           88  WS-GISZIP-OK                VALUE '00'.
       01  WS-GISBRCH-STATUS           PIC X(02).
           88  WS-GISBRCH-OK               VALUE '00'.
       01  WS-GISGEXC-STATUS           PIC X(02).
           88  WS-GISGEXC-OK               VALUE '00'.
       01  WS-GISCTL-STATUS            PIC X(02).
           88  WS-GISCTL-OK                VALUE '00'.
       01  WS-SWITCHES.
           05  WS-CURX-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-CURX-EOF             VALUE 'Y'.
           05  WS-CURB-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-CURB-EOF             VALUE 'Y'.
           05  WS-ASSIGN-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-ASSIGN-EOF           VALUE 'Y'.
           05  WS-GEXC-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-GEXC-EOF             VALUE 'Y'.
           05  WS-SEQ-ERROR-SW         PIC X(01)  VALUE 'N'.
               88  WS-SEQ-ERROR            VALUE 'Y'.
           05  WS-RUN-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUN-FAILED           VALUE 'Y'.
           05  WS-TREND-SW             PIC X(01)  VALUE 'N'.
               88  WS-TREND-AVAILABLE      VALUE 'Y'.
               88  WS-TREND-MISSING        VALUE 'N'.
           05  WS-MATCH-SW             PIC X(01)  VALUE 'N'.
               88  WS-ASSIGN-MATCHED       VALUE 'Y'.
               88  WS-ASSIGN-UNMATCHED     VALUE 'N'.
           05  WS-FIRST-FIELD-SW       PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-FIELD          VALUE 'Y'.
      *****************************************************
      * MATCH KEYS - ZIP + STATE ON BOTH SIDES.  THE       *
      * ASSIGNMENT KEY GOES TO HIGH-VALUES AT END OF FILE  *
      * SO THE REMAINING ZIPS FALL OUT UNASSIGNED.         *
      *****************************************************
       01  WS-ZIP-KEY.
           05  WS-ZIP-KEY-ZIP          PIC X(05).
           05  WS-ZIP-KEY-STATE        PIC X(02).
       01  WS-ASSIGN-KEY               VALUE LOW-VALUES.
           05  WS-ASSIGN-KEY-ZIP       PIC X(05).
           05  WS-ASSIGN-KEY-STATE     PIC X(02).
       01  WS-PREV-ASSIGN-KEY          PIC X(07)  VALUE LOW-VALUES.
       01  WS-COUNTERS.
           05  WS-ZIP-READ-CNT         PIC 9(7)  COMP  VALUE ZERO.
           05  WS-ZIP-ROW-CNT          PIC 9(7)  COMP  VALUE ZERO.
           05  WS-BRANCH-ROW-CNT       PIC 9(7)  COMP  VALUE ZERO.
           05  WS-GEXC-ROW-CNT         PIC 9(7)  COMP  VALUE ZERO.
           05  WS-ASSIGN-READ-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-UNASSIGNED-CNT       PIC 9(7)  COMP  VALUE ZERO.
           05  WS-ORPHAN-CNT           PIC 9(7)  COMP  VALUE ZERO.
      *****************************************************
      * RUN-CONTROL PARAMETER AREA FOR THE SHARED ZIPRCTL  *
      * SUBPROGRAM - SHARED COPYBOOK.                      *
      *****************************************************
           COPY RCTLPRM.

      *****************************************************
      * FIELDS PASSED TO/FROM THE SHARED ZIPCNV COORDINATE *
      * CONVERSION SUBPROGRAM.                             *
      *****************************************************
       01  WS-COORD-TEXT               PIC X(10).
       01  WS-COORD-VALUE              PIC S9(3)V9(5).
       01  WS-COORD-FORMAT-SW          PIC X(01).
           88  WS-COORD-FORMAT-OK          VALUE 'Y'.
           88  WS-COORD-FORMAT-BAD         VALUE 'N'.
      *****************************************************
      * DELIMITED ROW BUILD AREA.  A FIELD IS MOVED TO     *
      * WS-FLD-TEXT, TRIMMED OF LEADING AND TRAILING       *
      * SPACES AND APPENDED TO WS-CSV-LINE AT WS-CSV-PTR,  *
      * EITHER AS IS OR DOUBLE-QUOTED WITH ANY EMBEDDED    *
      * QUOTE DOUBLED.                                     *
      *****************************************************
       01  WS-CSV-LINE                 PIC X(250).
       01  WS-CSV-PTR                  PIC 9(4)  COMP  VALUE 1.
       01  WS-FLD-TEXT                 PIC X(40).
       01  WS-FLD-MAX                  PIC 9(4)  COMP  VALUE 40.
       01  WS-FLD-LEAD                 PIC 9(4)  COMP  VALUE ZERO.
       01  WS-FLD-START                PIC 9(4)  COMP  VALUE ZERO.
       01  WS-FLD-END                  PIC 9(4)  COMP  VALUE ZERO.
       01  WS-FLD-LEN                  PIC 9(4)  COMP  VALUE ZERO.
       01  WS-CHAR-SUB                 PIC 9(4)  COMP  VALUE ZERO.
       01  WS-COMMA                    PIC X(01)  VALUE ','.
       01  WS-QUOTE                    PIC X(01)  VALUE '"'.
      *****************************************************
      * EDITED NUMERIC FIELDS FOR THE DELIMITED ROWS.      *
      *****************************************************
       01  WS-EDIT-COORD               PIC -(3)9.9(5).
       01  WS-EDIT-POP                 PIC Z(6)9.
       01  WS-EDIT-DIST                PIC Z(4)9.9.
       01  WS-EDIT-CHANGE              PIC -(7)9.
       01  WS-EDIT-COUNT               PIC Z(6)9.
       01  WS-POP-CHANGE               PIC S9(8)       VALUE ZERO.
       01  WS-CURR-SNAP-POP            PIC 9(7)        VALUE ZERO.
       01  WS-GEOC-RUN-DATE            PIC X(10)  VALUE SPACES.
      *****************************************************
      * HEADER ROWS - THE COLUMN NAMES PLANNING MAPS INTO  *
      * THE GIS PACKAGE.  ROW COUNTS IN THE CONTROL FILE   *
      * EXCLUDE THE HEADER ROWS.                           *
      *****************************************************
       01  ZIP-CSV-HDG.
           05  FILLER                  PIC X(48) VALUE
               'ZIP,STATE,ZIPNAME,LONGITUDE,LATITUDE,POPULATION,'.
           05  FILLER                  PIC X(38) VALUE
               'COUNTY,TIMEZONE,BRANCH_ID,BRANCH_NAME,'.
           05  FILLER                  PIC X(26) VALUE
               'DISTANCE_MI,POP_CHANGE_QTR'.
           05  FILLER                  PIC X(138) VALUE SPACES.
       01  BRANCH-CSV-HDG.
           05  FILLER                  PIC X(40) VALUE
               'BRANCH_ID,BRANCH_NAME,LONGITUDE,LATITUDE'.
           05  FILLER                  PIC X(210) VALUE SPACES.
       01  GEXC-CSV-HDG.
           05  FILLER                  PIC X(44) VALUE
               'ZIP,STATE,ZIPNAME,COUNTY,LONGITUDE,LATITUDE,'.
           05  FILLER                  PIC X(15) VALUE
               'REASON,RUN_DATE'.
           05  FILLER                  PIC X(191) VALUE SPACES.
       01  GIS-CONTROL-HDG.
           05  FILLER                  PIC X(35) VALUE
               'BUSINESS_DATE,ZIP_ROWS,BRANCH_ROWS,'.
           05  FILLER                  PIC X(34) VALUE
               'GEOCODE_EXC_ROWS,GEOCODE_RUN_DATE,'.
           05  FILLER                  PIC X(33) VALUE
               'SNAPSHOT_DATE,PRIOR_SNAPSHOT_DATE'.
           05  FILLER                  PIC X(148) VALUE SPACES.
       PROCEDURE DIVISION.
      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-EXPORT-ZIP THRU 2000-EXIT
               UNTIL WS-CURX-EOF
                  OR WS-SEQ-ERROR
                  OR WS-RUN-FAILED.
           PERFORM 2900-FINISH-ZIPS THRU 2900-EXIT.
           PERFORM 3000-EXPORT-BRANCHES THRU 3000-EXIT.
           PERFORM 4000-EXPORT-EXCEPTIONS THRU 4000-EXIT.
           PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADER *
      * ROWS, FIND THE TWO MOST RECENT SNAPSHOT DATES,     *
      * OPEN CURX AND PRIME THE FIRST ZIP AND ASSIGNMENT.  *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPGISX' TO RCTL-PROGRAM.
           MOVE 'ZIPGISX' TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
           IF WS-RUN-FAILED
               SET WS-CURX-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           WRITE ZIP-CSV-RECORD     FROM ZIP-CSV-HDG.
           WRITE BRANCH-CSV-RECORD  FROM BRANCH-CSV-HDG.
           WRITE GEXC-CSV-RECORD    FROM GEXC-CSV-HDG.
           PERFORM 1100-FIND-SNAPSHOTS THRU 1100-EXIT.
           EXEC SQL OPEN CURX END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               SET WS-CURX-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2100-FETCH-CURX THRU 2100-EXIT.
           PERFORM 2200-READ-ASSIGNMENT THRU 2200-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 1050-OPEN-FILES - ANY FILE THAT WILL NOT OPEN ENDS *
      * THE RUN WITH RETURN-CODE 16 AND NO CONTROL FILE.   *
      *****************************************************
       1050-OPEN-FILES.
           OPEN INPUT BRANCH-ASSIGN-FILE.
           IF NOT WS-BRASSRT-OK
               DISPLAY 'GX0010E UNABLE TO OPEN BRANCH-ASSIGN-FILE'
                    ' STATUS=' WS-BRASSRT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1050-EXIT
           END-IF.
           OPEN INPUT GEOC-EXCEPTION-FILE.
           IF NOT WS-ZIPGEXC-OK
               DISPLAY 'GX0011E UNABLE TO OPEN GEOC-EXCEPTION-FILE'
                    ' STATUS=' WS-ZIPGEXC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1050-EXIT
           END-IF.
           OPEN OUTPUT ZIP-CSV-FILE.
           IF NOT WS-GISZIP-OK
               DISPLAY 'GX0012E UNABLE TO OPEN ZIP-CSV-FILE'
                    ' STATUS=' WS-GISZIP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1050-EXIT
           END-IF.
           OPEN OUTPUT BRANCH-CSV-FILE.
           IF NOT WS-GISBRCH-OK
               DISPLAY 'GX0013E UNABLE TO OPEN BRANCH-CSV-FILE'
                    ' STATUS=' WS-GISBRCH-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1050-EXIT
           END-IF.
           OPEN OUTPUT GEXC-CSV-FILE.
           IF NOT WS-GISGEXC-OK
               DISPLAY 'GX0014E UNABLE TO OPEN GEXC-CSV-FILE'
                    ' STATUS=' WS-GISGEXC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1050-EXIT
           END-IF.
           OPEN OUTPUT GIS-CONTROL-FILE.
           IF NOT WS-GISCTL-OK
               DISPLAY 'GX0015E UNABLE TO OPEN GIS-CONTROL-FILE'
                    ' STATUS=' WS-GISCTL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.
      *****************************************************
      * 1100-FIND-SNAPSHOTS - THE TWO MOST RECENT          *
      * ZBANK.ZIPSNAP SNAPSHOT DATES, AS THE TREND REPORT  *
      * FINDS THEM.  FEWER THAN TWO LEAVES THE POPULATION  *
      * CHANGE COLUMN EMPTY AND ENDS WITH RETURN-CODE 4.   *
      *****************************************************
       1100-FIND-SNAPSHOTS.
           SET WS-TREND-MISSING TO TRUE.
           EXEC SQL
               SELECT CHAR(MAX(SNAP_DATE), ISO)
                 INTO :WS-CURR-DATE
                 FROM ZBANK.ZIPSNAP
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-CURR-DATE = SPACES
               DISPLAY 'GX0016W NO SNAPSHOTS ON FILE - '
                    'POPULATION CHANGE LEFT EMPTY'
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
               DISPLAY 'GX0017W ONLY ONE SNAPSHOT ON FILE - '
                    'POPULATION CHANGE LEFT EMPTY'
               MOVE SPACES TO WS-PRIOR-DATE
               GO TO 1100-EXIT
           END-IF.
           SET WS-TREND-AVAILABLE TO TRUE.
       1100-EXIT.
           EXIT.
      *****************************************************
      * 2000-EXPORT-ZIP - ONE ZIP CENTROID ROW.  THE       *
      * BRANCH COLUMNS ARE EMPTY FOR A ZIP THE ASSIGNMENT  *
      * RUN COULD NOT PLACE (BAD COORDINATES, OR ADDED     *
      * SINCE), AND A COORDINATE ZIPCNV CANNOT CONVERT IS  *
      * LEFT EMPTY - THOSE ZIPS ARE ON THE GEOCODE         *
      * EXCEPTION FILE.                                    *
      *****************************************************
       2000-EXPORT-ZIP.
           PERFORM 2300-MATCH-ASSIGNMENT THRU 2300-EXIT.
           IF WS-SEQ-ERROR
               GO TO 2000-EXIT
           END-IF.
           PERFORM 6000-START-LINE THRU 6000-EXIT.
           MOVE ZIP-I TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE STATE-I TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE ZIPNAME-I TO WS-FLD-TEXT.
           PERFORM 6200-ADD-QUOTED-FIELD THRU 6200-EXIT.
           MOVE LONGITUDE-I TO WS-COORD-TEXT.
           PERFORM 6400-ADD-COORD-FIELD THRU 6400-EXIT.
           MOVE LATITUDE-I TO WS-COORD-TEXT.
           PERFORM 6400-ADD-COORD-FIELD THRU 6400-EXIT.
           MOVE POPULATION-I TO WS-EDIT-POP.
           MOVE WS-EDIT-POP TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE COUNTY-I TO WS-FLD-TEXT.
           PERFORM 6200-ADD-QUOTED-FIELD THRU 6200-EXIT.
           MOVE TIMEZONE-I TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           IF WS-ASSIGN-MATCHED
               MOVE AS-BRANCH-ID TO WS-FLD-TEXT
               PERFORM 6100-ADD-FIELD THRU 6100-EXIT
               MOVE AS-BRANCH-NAME TO WS-FLD-TEXT
               PERFORM 6200-ADD-QUOTED-FIELD THRU 6200-EXIT
               MOVE AS-DISTANCE TO WS-EDIT-DIST
               MOVE WS-EDIT-DIST TO WS-FLD-TEXT
               PERFORM 6100-ADD-FIELD THRU 6100-EXIT
           ELSE
               ADD 1 TO WS-UNASSIGNED-CNT
               MOVE SPACES TO WS-FLD-TEXT
               PERFORM 6100-ADD-FIELD THRU 6100-EXIT
               PERFORM 6100-ADD-FIELD THRU 6100-EXIT
               PERFORM 6100-ADD-FIELD THRU 6100-EXIT
           END-IF.
           PERFORM 2500-ADD-POP-CHANGE THRU 2500-EXIT.
           WRITE ZIP-CSV-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-ZIP-ROW-CNT.
           IF WS-ASSIGN-MATCHED
               PERFORM 2200-READ-ASSIGNMENT THRU 2200-EXIT
           END-IF.
           PERFORM 2100-FETCH-CURX THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-FETCH-CURX.
           EXEC SQL
               FETCH CURX INTO :ZIP-RECORD
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ZIP-READ-CNT
                   MOVE ZIP-I   TO WS-ZIP-KEY-ZIP
                   MOVE STATE-I TO WS-ZIP-KEY-STATE
               WHEN 100
                   SET WS-CURX-EOF TO TRUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   SET WS-CURX-EOF TO TRUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *****************************************************
      * 2200-READ-ASSIGNMENT - NEXT ASSIGNMENT RECORD,     *
      * WITH AN ASCENDING ZIP/STATE SEQUENCE CHECK.  AN    *
      * UNSORTED FILE WOULD DROP ASSIGNMENTS FROM THE      *
      * EXPORT, SO IT ENDS THE RUN WITH RETURN-CODE 16.    *
      *****************************************************
       2200-READ-ASSIGNMENT.
           READ BRANCH-ASSIGN-FILE
               AT END
                   SET WS-ASSIGN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-ASSIGN-KEY
               NOT AT END
                   ADD 1 TO WS-ASSIGN-READ-CNT
                   MOVE WS-ASSIGN-KEY TO WS-PREV-ASSIGN-KEY
                   MOVE AS-ZIP   TO WS-ASSIGN-KEY-ZIP
                   MOVE AS-STATE TO WS-ASSIGN-KEY-STATE
                   IF WS-ASSIGN-KEY NOT > WS-PREV-ASSIGN-KEY
                       SET WS-SEQ-ERROR TO TRUE
                       DISPLAY 'GX0020E ASSIGNMENT FILE OUT OF '
                            'ZIP/STATE SEQUENCE AT ZIP=' AS-ZIP
                            ' STATE=' AS-STATE
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.
      *****************************************************
      * 2300-MATCH-ASSIGNMENT - BRING THE ASSIGNMENT FILE  *
      * UP TO THE CURRENT ZIP.  ASSIGNMENTS FOR ZIPS NO    *
      * LONGER ON ZBANK.ZIP ARE SKIPPED AND COUNTED.       *
      *****************************************************
       2300-MATCH-ASSIGNMENT.
           PERFORM 2350-SKIP-ORPHAN THRU 2350-EXIT
               UNTIL WS-ASSIGN-KEY NOT < WS-ZIP-KEY
                  OR WS-SEQ-ERROR.
           IF WS-ASSIGN-KEY = WS-ZIP-KEY
               SET WS-ASSIGN-MATCHED TO TRUE
           ELSE
               SET WS-ASSIGN-UNMATCHED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.
       2350-SKIP-ORPHAN.
           ADD 1 TO WS-ORPHAN-CNT.
           PERFORM 2200-READ-ASSIGNMENT THRU 2200-EXIT.
       2350-EXIT.
           EXIT.
      *****************************************************
      * 2500-ADD-POP-CHANGE - CURRENT LESS PRIOR SNAPSHOT  *
      * POPULATION FOR THE ZIP.  A ZIP MISSING FROM A      *
      * SNAPSHOT COUNTS AS ZERO IN IT.  EMPTY WHEN THERE   *
      * ARE NOT TWO SNAPSHOTS TO COMPARE.                  *
      *****************************************************
       2500-ADD-POP-CHANGE.
           MOVE SPACES TO WS-FLD-TEXT.
           IF WS-TREND-AVAILABLE
               MOVE WS-CURR-DATE TO WS-LOOKUP-DATE
               PERFORM 2600-FETCH-SNAPSHOT-POP THRU 2600-EXIT
               MOVE WS-SNAP-POP TO WS-CURR-SNAP-POP
               MOVE WS-PRIOR-DATE TO WS-LOOKUP-DATE
               PERFORM 2600-FETCH-SNAPSHOT-POP THRU 2600-EXIT
               COMPUTE WS-POP-CHANGE =
                       WS-CURR-SNAP-POP - WS-SNAP-POP
               MOVE WS-POP-CHANGE TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO WS-FLD-TEXT
           END-IF.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
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
      * 2900-FINISH-ZIPS - CLOSE CURX AND COUNT ANY        *
      * ASSIGNMENTS LEFT BEYOND THE LAST ZIP AS ORPHANS.   *
      *****************************************************
       2900-FINISH-ZIPS.
           EXEC SQL CLOSE CURX END-EXEC.
           IF WS-RUN-FAILED OR WS-SEQ-ERROR
               GO TO 2900-EXIT
           END-IF.
           PERFORM 2350-SKIP-ORPHAN THRU 2350-EXIT
               UNTIL WS-ASSIGN-EOF
                  OR WS-SEQ-ERROR.
       2900-EXIT.
           EXIT.
      *****************************************************
      * 3000-EXPORT-BRANCHES - ONE ROW PER ZBANK.BRANCH    *
      * ROW, COORDINATES CONVERTED THE SAME WAY AS THE     *
      * ZIP CENTROIDS.                                     *
      *****************************************************
       3000-EXPORT-BRANCHES.
           IF WS-RUN-FAILED OR WS-SEQ-ERROR
               GO TO 3000-EXIT
           END-IF.
           EXEC SQL OPEN CURB END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-FETCH-CURB THRU 3100-EXIT.
           PERFORM 3200-EXPORT-BRANCH THRU 3200-EXIT
               UNTIL WS-CURB-EOF.
           EXEC SQL CLOSE CURB END-EXEC.
       3000-EXIT.
           EXIT.
       3100-FETCH-CURB.
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
       3100-EXIT.
           EXIT.
       3200-EXPORT-BRANCH.
           PERFORM 6000-START-LINE THRU 6000-EXIT.
           MOVE BR-ID-I TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE BR-NAME-I TO WS-FLD-TEXT.
           PERFORM 6200-ADD-QUOTED-FIELD THRU 6200-EXIT.
           MOVE BR-LONGITUDE-I TO WS-COORD-TEXT.
           PERFORM 6400-ADD-COORD-FIELD THRU 6400-EXIT.
           MOVE BR-LATITUDE-I TO WS-COORD-TEXT.
           PERFORM 6400-ADD-COORD-FIELD THRU 6400-EXIT.
           WRITE BRANCH-CSV-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-BRANCH-ROW-CNT.
           PERFORM 3100-FETCH-CURB THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************
      * 4000-EXPORT-EXCEPTIONS - ONE ROW PER ZIP ON THE    *
      * LATEST GEOCODE EXCEPTION FILE, WITH THE ZIPNAME    *
      * AND COUNTY CURRENTLY ON ZBANK.ZIP (EMPTY IF THE    *
      * ZIP HAS SINCE LEFT THE TABLE).  THE COORDINATES    *
      * ARE THE UNCONVERTED VALUES THAT FAILED, QUOTED.    *
      *****************************************************
       4000-EXPORT-EXCEPTIONS.
           IF WS-RUN-FAILED OR WS-SEQ-ERROR
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-READ-EXCEPTION THRU 4100-EXIT.
           IF NOT WS-GEXC-EOF
               MOVE GE-RUN-DATE TO WS-GEOC-RUN-DATE
           END-IF.
           PERFORM 4200-EXPORT-EXCEPTION THRU 4200-EXIT
               UNTIL WS-GEXC-EOF
                  OR WS-RUN-FAILED.
       4000-EXIT.
           EXIT.
       4100-READ-EXCEPTION.
           READ GEOC-EXCEPTION-FILE
               AT END
                   SET WS-GEXC-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.
       4200-EXPORT-EXCEPTION.
           PERFORM 4300-FETCH-ZIP-ROW THRU 4300-EXIT.
           PERFORM 6000-START-LINE THRU 6000-EXIT.
           MOVE GE-ZIP TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE GE-STATE TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE ZIPNAME-I TO WS-FLD-TEXT.
           PERFORM 6200-ADD-QUOTED-FIELD THRU 6200-EXIT.
           MOVE COUNTY-I TO WS-FLD-TEXT.
           PERFORM 6200-ADD-QUOTED-FIELD THRU 6200-EXIT.
           MOVE GE-LONGITUDE TO WS-FLD-TEXT.
           PERFORM 6200-ADD-QUOTED-FIELD THRU 6200-EXIT.
           MOVE GE-LATITUDE TO WS-FLD-TEXT.
           PERFORM 6200-ADD-QUOTED-FIELD THRU 6200-EXIT.
           MOVE GE-REASON TO WS-FLD-TEXT.
           PERFORM 6200-ADD-QUOTED-FIELD THRU 6200-EXIT.
           MOVE GE-RUN-DATE TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           WRITE GEXC-CSV-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-GEXC-ROW-CNT.
           PERFORM 4100-READ-EXCEPTION THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-FETCH-ZIP-ROW.
           MOVE GE-ZIP   TO ZIP-I.
           MOVE GE-STATE TO STATE-I.
           EXEC SQL
               SELECT *
                 INTO :ZIP-RECORD
                 FROM ZBANK.ZIP
                WHERE ZIP = :ZIP-I
                  AND STATE = :STATE-I
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
               MOVE SPACES TO ZIPNAME-I
               MOVE SPACES TO COUNTY-I
           END-IF.
       4300-EXIT.
           EXIT.
      *****************************************************
      * 5000-WRITE-CONTROL - HEADER ROW AND ONE CONTROL    *
      * ROW: THE BUSINESS DATE, THE DATA ROW COUNT OF EACH *
      * FILE, THE GEOCODE RUN DATE AND THE TWO SNAPSHOT    *
      * DATES BEHIND THE POPULATION CHANGE.  WRITTEN ONLY  *
      * WHEN ALL THREE FILES ARE COMPLETE - PLANNING       *
      * TREATS A MISSING CONTROL ROW AS A FAILED EXPORT.   *
      *****************************************************
       5000-WRITE-CONTROL.
           IF WS-RUN-FAILED OR WS-SEQ-ERROR
               DISPLAY 'GX0030E EXPORT INCOMPLETE - CONTROL ROW '
                    'NOT WRITTEN'
               GO TO 5000-EXIT
           END-IF.
           WRITE GIS-CONTROL-RECORD FROM GIS-CONTROL-HDG.
           PERFORM 6000-START-LINE THRU 6000-EXIT.
           MOVE RCTL-BUSINESS-DATE TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE WS-ZIP-ROW-CNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE WS-BRANCH-ROW-CNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE WS-GEXC-ROW-CNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE WS-GEOC-RUN-DATE TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE WS-CURR-DATE TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           MOVE WS-PRIOR-DATE TO WS-FLD-TEXT.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
           WRITE GIS-CONTROL-RECORD FROM WS-CSV-LINE.
       5000-EXIT.
           EXIT.
      *****************************************************
      * 6000-START-LINE - CLEAR THE ROW BUILD AREA.        *
      *****************************************************
       6000-START-LINE.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           MOVE 'Y' TO WS-FIRST-FIELD-SW.
       6000-EXIT.
           EXIT.
      *****************************************************
      * 6100-ADD-FIELD - APPEND WS-FLD-TEXT, TRIMMED,      *
      * UNQUOTED.  FOR CODES, DATES AND EDITED NUMBERS.    *
      *****************************************************
       6100-ADD-FIELD.
           PERFORM 6050-ADD-SEPARATOR THRU 6050-EXIT.
           PERFORM 6300-MEASURE-FIELD THRU 6300-EXIT.
           IF WS-FLD-LEN > ZERO
               MOVE WS-FLD-TEXT (WS-FLD-START:WS-FLD-LEN)
                 TO WS-CSV-LINE (WS-CSV-PTR:WS-FLD-LEN)
               ADD WS-FLD-LEN TO WS-CSV-PTR
           END-IF.
       6100-EXIT.
           EXIT.
       6050-ADD-SEPARATOR.
           IF WS-FIRST-FIELD
               MOVE 'N' TO WS-FIRST-FIELD-SW
           ELSE
               MOVE WS-COMMA TO WS-CSV-LINE (WS-CSV-PTR:1)
               ADD 1 TO WS-CSV-PTR
           END-IF.
       6050-EXIT.
           EXIT.
      *****************************************************
      * 6200-ADD-QUOTED-FIELD - APPEND WS-FLD-TEXT,        *
      * TRIMMED, IN DOUBLE QUOTES WITH EACH EMBEDDED QUOTE *
      * DOUBLED.  FOR NAMES AND OTHER FREE TEXT THAT MAY   *
      * CARRY A COMMA OR A QUOTE.                          *
      *****************************************************
       6200-ADD-QUOTED-FIELD.
           PERFORM 6050-ADD-SEPARATOR THRU 6050-EXIT.
           PERFORM 6300-MEASURE-FIELD THRU 6300-EXIT.
           MOVE WS-QUOTE TO WS-CSV-LINE (WS-CSV-PTR:1).
           ADD 1 TO WS-CSV-PTR.
           PERFORM 6250-ADD-QUOTED-CHAR THRU 6250-EXIT
               VARYING WS-CHAR-SUB FROM WS-FLD-START BY 1
               UNTIL WS-CHAR-SUB > WS-FLD-END.
           MOVE WS-QUOTE TO WS-CSV-LINE (WS-CSV-PTR:1).
           ADD 1 TO WS-CSV-PTR.
       6200-EXIT.
           EXIT.
       6250-ADD-QUOTED-CHAR.
           MOVE WS-FLD-TEXT (WS-CHAR-SUB:1)
             TO WS-CSV-LINE (WS-CSV-PTR:1).
           ADD 1 TO WS-CSV-PTR.
           IF WS-FLD-TEXT (WS-CHAR-SUB:1) = WS-QUOTE
               MOVE WS-QUOTE TO WS-CSV-LINE (WS-CSV-PTR:1)
               ADD 1 TO WS-CSV-PTR
           END-IF.
       6250-EXIT.
           EXIT.
      *****************************************************
      * 6300-MEASURE-FIELD - FIRST AND LAST NON-BLANK      *
      * POSITIONS OF WS-FLD-TEXT.  AN ALL-BLANK FIELD      *
      * COMES BACK WITH A LENGTH OF ZERO AND AN END BEFORE *
      * ITS START.                                         *
      *****************************************************
       6300-MEASURE-FIELD.
           MOVE ZERO TO WS-FLD-LEAD.
           INSPECT WS-FLD-TEXT TALLYING WS-FLD-LEAD
               FOR LEADING SPACES.
           IF WS-FLD-LEAD NOT < WS-FLD-MAX
               MOVE 1 TO WS-FLD-START
               MOVE ZERO TO WS-FLD-END
               MOVE ZERO TO WS-FLD-LEN
               GO TO 6300-EXIT
           END-IF.
           COMPUTE WS-FLD-START = WS-FLD-LEAD + 1.
           MOVE WS-FLD-MAX TO WS-FLD-END.
           PERFORM 6350-BACK-UP-ONE THRU 6350-EXIT
               UNTIL WS-FLD-TEXT (WS-FLD-END:1) NOT = SPACE.
           COMPUTE WS-FLD-LEN = WS-FLD-END - WS-FLD-START + 1.
       6300-EXIT.
           EXIT.
       6350-BACK-UP-ONE.
           SUBTRACT 1 FROM WS-FLD-END.
       6350-EXIT.
           EXIT.
      *****************************************************
      * 6400-ADD-COORD-FIELD - CONVERT WS-COORD-TEXT VIA   *
      * THE SHARED ZIPCNV SUBPROGRAM AND APPEND IT AS A    *
      * SIGNED DECIMAL.  A BLANK OR NON-NUMERIC COORDINATE *
      * IS APPENDED EMPTY.                                 *
      *****************************************************
       6400-ADD-COORD-FIELD.
           MOVE SPACES TO WS-FLD-TEXT.
           IF WS-COORD-TEXT NOT = SPACES
               CALL 'ZIPCNV' USING WS-COORD-TEXT, WS-COORD-VALUE,
                                    WS-COORD-FORMAT-SW
               IF WS-COORD-FORMAT-OK
                   MOVE WS-COORD-VALUE TO WS-EDIT-COORD
                   MOVE WS-EDIT-COORD TO WS-FLD-TEXT
               END-IF
           END-IF.
           PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
       6400-EXIT.
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
               DISPLAY 'GX0099E SQLCODE=' SQLCODE
                    ' ON ZIP=' ZIP-I ' STATE=' STATE-I
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.
      *****************************************************
      * 9000-TERMINATE - CLOSE THE FILES, REPORT COUNTS    *
      * AND RECORD THE RUN.  A FAILED RUN IS RE-MARKED 16  *
      * HERE - ZIPCNV'S GOBACK RESETS RETURN-CODE.  NO     *
      * SNAPSHOT TREND, OR ASSIGNMENTS FOR ZIPS NO LONGER  *
      * ON FILE, END A COMPLETED RUN WITH RETURN-CODE 4.   *
      *****************************************************
       9000-TERMINATE.
           CLOSE BRANCH-ASSIGN-FILE.
           CLOSE GEOC-EXCEPTION-FILE.
           CLOSE ZIP-CSV-FILE.
           CLOSE BRANCH-CSV-FILE.
           CLOSE GEXC-CSV-FILE.
           CLOSE GIS-CONTROL-FILE.
           DISPLAY 'GX0001I ZIPS=' WS-ZIP-ROW-CNT
                ' BRANCHES=' WS-BRANCH-ROW-CNT
                ' GEOCODE EXCEPTIONS=' WS-GEXC-ROW-CNT.
           DISPLAY 'GX0002I UNASSIGNED ZIPS=' WS-UNASSIGNED-CNT
                ' ORPHAN ASSIGNMENTS=' WS-ORPHAN-CNT.
           IF WS-RUN-FAILED OR WS-SEQ-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           MOVE WS-ZIP-READ-CNT TO RCTL-READ-CNT.
           COMPUTE RCTL-EXTRACT-CNT = WS-ZIP-ROW-CNT
                                    + WS-BRANCH-ROW-CNT
                                    + WS-GEXC-ROW-CNT.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
           IF RETURN-CODE = ZERO
               IF WS-TREND-MISSING OR WS-ORPHAN-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
