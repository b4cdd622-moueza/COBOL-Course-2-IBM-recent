       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPVACC.
       AUTHOR.        D JOHNSTON.
       INSTALLATION.  ZBANK DATA ADMINISTRATION.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      *   10/15/2026  DJ   ORIGINAL - ACCEPTANCE GATE FOR   *
      *                     THE QUARTERLY VENDOR ZIP        *
      *                     EXTRACT (VNDRZIP) AND COUNTY    *
      *                     DETAIL (VNDRCNTY) FILES, RUN    *
      *                     BEFORE ZIPLOAD, ZIPCOMP AND     *
      *                     ZIPCXLD CONSUME THEM.  CHECKS   *
      *                     EACH FILE FOR SEQUENCE ERRORS,  *
      *                     DUPLICATE KEYS, RECORD-COUNT    *
      *                     AND TOTAL-POPULATION SWING      *
      *                     AGAINST THE LAST ACCEPTED       *
      *                     DELIVERY (ZBANK.VNDRACPT), THE  *
      *                     SHARE OF BLANK COORDINATES,     *
      *                     COUNTY AND TIMEZONE, AND STATES *
      *                     NOT IN STATECD.  THE EXECUTION  *
      *                     PARM IS 'SSS,BBB' - SWING AND   *
      *                     BLANK-SHARE TOLERANCE PERCENTS  *
      *                     (DEFAULT 010,005).  GATE CODE:  *
      *                     0 ACCEPTED, 4 ACCEPTED WITH     *
      *                     WARNINGS, 8 REJECTED - HOLD THE *
      *                     LOAD, 16 UNABLE TO CHECK.  AN   *
      *                     ACCEPTED DELIVERY'S STATISTICS  *
      *                     ARE RECORDED FOR NEXT QUARTER.  *
      *                     PRINTS A ONE-PAGE ACCEPTANCE    *
      *                     REPORT FOR SIGN-OFF.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z.
       OBJECT-COMPUTER.  IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-ZIP-FILE    ASSIGN TO VNDRZIP
                  FILE STATUS IS WS-VZIP-STATUS.
           SELECT VENDOR-COUNTY-FILE ASSIGN TO VNDRCNTY
                  FILE STATUS IS WS-VCNTY-STATUS.
           SELECT ACCEPT-REPORT      ASSIGN TO ZVACRPT
                  FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * VENDOR FILES - SHARED LAYOUTS.                     *
      *****************************************************
       FD  VENDOR-ZIP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY VNDRZIP.
       FD  VENDOR-COUNTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY VNDRCNTY.
       FD  ACCEPT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ACCEPT-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND THE ACCEPTANCE HISTORY *
      * DECLARATION AND HOST STRUCTURE - SHARED COPYBOOKS. *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY VACPTAB.
           COPY VACPREC.
       01  WS-PRIOR-TS                 PIC X(26)  VALUE SPACES.
      *****************************************************
      * VALID STATE CODES - SHARED COPYBOOK.               *
      *****************************************************
           COPY STATECD.
      *****************************************************
      * FILE STATUS FIELDS AND SWITCHES.                   *
      *****************************************************
       01  WS-VZIP-STATUS              PIC X(02).
           88  WS-VZIP-OK                  VALUE '00'.
       01  WS-VCNTY-STATUS             PIC X(02).
           88  WS-VCNTY-OK                 VALUE '00'.
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-RUN-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUN-FAILED           VALUE 'Y'.
           05  WS-DUP-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-DUP-FOUND            VALUE 'Y'.
           05  WS-STATE-FOUND-SW       PIC X(01)  VALUE 'N'.
               88  WS-STATE-FOUND          VALUE 'Y'.
      *****************************************************
      * TOLERANCES - OVERRIDDEN FROM THE PARM.             *
      *****************************************************
       01  WS-SWING-TOL                PIC 9(3)         VALUE 10.
       01  WS-BLANK-TOL                PIC 9(3)         VALUE 5.
      *****************************************************
      * STATISTICS BY FILE - ENTRY 1 IS VNDRZIP, ENTRY 2   *
      * IS VNDRCNTY.                                       *
      *****************************************************
       01  WS-FX                       PIC 9(4)  COMP  VALUE ZERO.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 2 TIMES.
               10  WS-F-TYPE           PIC X(04).
               10  WS-F-DDNAME         PIC X(08).
               10  WS-F-DESC           PIC X(30).
               10  WS-F-RECORD-CNT     PIC 9(9)  COMP.
               10  WS-F-KEY-CNT        PIC 9(9)  COMP.
               10  WS-F-TOTAL-POP      PIC 9(11) COMP.
               10  WS-F-BLANK-COORD    PIC 9(9)  COMP.
               10  WS-F-BLANK-CNTY     PIC 9(9)  COMP.
               10  WS-F-BLANK-TZ       PIC 9(9)  COMP.
               10  WS-F-SEQ-ERR-CNT    PIC 9(9)  COMP.
               10  WS-F-DUP-CNT        PIC 9(9)  COMP.
               10  WS-F-BAD-STATE-CNT  PIC 9(9)  COMP.
               10  WS-F-FIRST-SEQ-KEY  PIC X(07).
               10  WS-F-FIRST-DUP-KEY  PIC X(07).
               10  WS-F-PRIOR-SW       PIC X(01).
                   88  WS-F-PRIOR-FOUND    VALUE 'Y'.
               10  WS-F-PRIOR-TS       PIC X(19).
               10  WS-F-PRIOR-RECORDS  PIC 9(9)  COMP.
               10  WS-F-PRIOR-POP      PIC 9(11) COMP.
               10  WS-F-RESULT-SW      PIC X(01).
                   88  WS-F-ACCEPTED       VALUE 'A'.
                   88  WS-F-WARNED         VALUE 'W'.
                   88  WS-F-REJECTED       VALUE 'R'.
      *****************************************************
      * SEQUENCE CHECK - THE HIGHEST KEY SEEN SO FAR.  AN  *
      * OUT-OF-SEQUENCE RECORD DOES NOT LOWER IT, SO ONE   *
      * STRAY RECORD IS COUNTED ONCE, NOT AS A CASCADE.    *
      *****************************************************
       01  WS-PREV-KEY.
           05  WS-PREV-ZIP             PIC X(05).
           05  WS-PREV-STATE           PIC X(02).
       01  WS-CUR-KEY.
           05  WS-CUR-ZIP              PIC X(05).
           05  WS-CUR-STATE            PIC X(02).
      *****************************************************
      * COUNTIES SEEN FOR THE COUNTY-FILE ZIP/STATE IN     *
      * HAND - A REPEATED COUNTY IS THAT FILE'S DUPLICATE. *
      * TEN MATCHES THE COUNTY LOADER'S OWN GROUP LIMIT.   *
      *****************************************************
       01  WS-GROUP-MAX                PIC 9(4)  COMP  VALUE 10.
       01  WS-GROUP-CNT                PIC 9(4)  COMP  VALUE ZERO.
       01  WS-GROUP-SUB                PIC 9(4)  COMP  VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNTY OCCURS 10 TIMES
                                       PIC X(25).
      *****************************************************
      * STATES NOT IN STATECD, BY FILE, FOR THE REPORT.    *
      *****************************************************
       01  WS-BS-MAX                   PIC 9(4)  COMP  VALUE 20.
       01  WS-BS-USED                  PIC 9(4)  COMP  VALUE ZERO.
       01  WS-BS-SUB                   PIC 9(4)  COMP  VALUE ZERO.
       01  WS-BAD-STATE-TABLE.
           05  WS-BAD-STATE-ENTRY OCCURS 20 TIMES.
               10  WS-BS-FX            PIC 9(4)  COMP.
               10  WS-BS-STATE         PIC X(02).
               10  WS-BS-CNT           PIC 9(9)  COMP.
      *****************************************************
      * SWING AND SHARE ARITHMETIC.                        *
      *****************************************************
       01  WS-CHK-CURRENT              PIC 9(11) COMP  VALUE ZERO.
       01  WS-CHK-PRIOR                PIC 9(11) COMP  VALUE ZERO.
       01  WS-SWING-PCT                PIC S9(5)V9(1) COMP-3
                                                  VALUE ZERO.
       01  WS-REC-SWING-PCT            PIC S9(5)V9(1) COMP-3
                                                  VALUE ZERO.
       01  WS-POP-SWING-PCT            PIC S9(5)V9(1) COMP-3
                                                  VALUE ZERO.
       01  WS-SHARE-PCT                PIC 9(3)V9(1)  COMP-3
                                                  VALUE ZERO.
       01  WS-CHK-COUNT                PIC 9(9)  COMP  VALUE ZERO.
       01  WS-GATE-CODE                PIC 9(02)        VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-REJECT-FILE-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-WARN-FILE-CNT        PIC 9(7)  COMP  VALUE ZERO.
           05  WS-INSERT-CNT           PIC 9(7)  COMP  VALUE ZERO.
      *****************************************************
      * RUN-CONTROL PARAMETER AREA FOR THE SHARED ZIPRCTL  *
      * SUBPROGRAM - SHARED COPYBOOK.                      *
      *****************************************************
           COPY RCTLPRM.

      *****************************************************
      * REPORT LINE LAYOUTS - ONE PAGE FOR SIGN-OFF.       *
      *****************************************************
       01  HDG1-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'ZBANK VENDOR EXTRACT ACCEPTANCE REPORT'.
           05  FILLER                  PIC X(81) VALUE SPACE.
       01  HDG2-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(17) VALUE
               'SWING TOLERANCE: '.
           05  H2-SWING-TOL            PIC ZZ9.
           05  FILLER                  PIC X(30) VALUE
               ' PCT   BLANK-SHARE TOLERANCE: '.
           05  H2-BLANK-TOL            PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE ' PCT'.
           05  FILLER                  PIC X(74) VALUE SPACE.
       01  FILE-HDG-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FH-DDNAME               PIC X(09).
           05  FH-DESC                 PIC X(31).
           05  FILLER                  PIC X(16) VALUE
               'PRIOR ACCEPTED: '.
           05  FH-PRIOR                PIC X(19).
           05  FILLER                  PIC X(56) VALUE SPACE.
       01  COL-HDG-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE
               '       CURRENT  '.
           05  FILLER                  PIC X(16) VALUE
               '         PRIOR  '.
           05  FILLER                  PIC X(08) VALUE
               'CHANGE %'.
           05  FILLER                  PIC X(67) VALUE SPACE.
       01  STAT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ST-LABEL                PIC X(24).
           05  ST-CURRENT              PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ST-PRIOR                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  ST-PRIOR-X REDEFINES ST-PRIOR
                                       PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ST-PCT                  PIC -ZZZZ9.9.
           05  ST-PCT-X REDEFINES ST-PCT
                                       PIC X(08).
           05  FILLER                  PIC X(67) VALUE SPACE.
       01  COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CT-LABEL                PIC X(24).
           05  CT-COUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CT-SHARE                PIC ZZ9.9.
           05  FILLER                  PIC X(15) VALUE
               ' PCT OF RECORDS'.
           05  FILLER                  PIC X(71) VALUE SPACE.
       01  REASON-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RS-FLAG                 PIC X(12).
           05  RS-TEXT                 PIC X(50).
           05  RS-DETAIL               PIC X(20).
           05  FILLER                  PIC X(49) VALUE SPACE.
       01  STATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE
               'UNKNOWN STATE '.
           05  SL-STATE                PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' RECORDS'.
           05  FILLER                  PIC X(82) VALUE SPACE.
       01  RESULT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE
               'FILE RESULT: '.
           05  RL-RESULT               PIC X(40).
           05  FILLER                  PIC X(78) VALUE SPACE.
       01  GATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE
               'GATE CODE '.
           05  GL-CODE                 PIC 9(02).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  GL-TEXT                 PIC X(50).
           05  FILLER                  PIC X(66) VALUE SPACE.
       01  SIGNOFF-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(45) VALUE
               'REVIEWED BY: ______________________________  '.
           05  FILLER                  PIC X(18) VALUE
               'DATE: ___________ '.
           05  FILLER                  PIC X(68) VALUE SPACE.
       LINKAGE SECTION.
      *****************************************************
      * EXECUTION PARM - OPTIONAL 'SSS,BBB' SWING AND      *
      * BLANK-SHARE TOLERANCE PERCENTS.                    *
      *****************************************************
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-SWING           PIC X(03).
           05  FILLER                  PIC X(01).
           05  LS-PARM-BLANK           PIC X(03).
       PROCEDURE DIVISION USING LS-PARM-AREA.
      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-ZIP-FILE THRU 2000-EXIT.
           PERFORM 3000-SCAN-COUNTY-FILE THRU 3000-EXIT.
           PERFORM 4000-EVALUATE-FILE THRU 4000-EXIT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > 2.
           PERFORM 5000-DECIDE-GATE THRU 5000-EXIT.
           PERFORM 6000-RECORD-ACCEPTED THRU 6000-EXIT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > 2.
           PERFORM 6900-FINISH-REPORT THRU 6900-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - PICK UP THE TOLERANCES, OPEN THE *
      * REPORT AND READ EACH FILE'S LAST ACCEPTED          *
      * STATISTICS.                                        *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPVACC' TO RCTL-PROGRAM.
           MOVE 'ZIPVACC' TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           IF LS-PARM-LEN >= 3
              AND LS-PARM-SWING NUMERIC
               MOVE LS-PARM-SWING TO WS-SWING-TOL
           END-IF.
           IF LS-PARM-LEN >= 7
              AND LS-PARM-BLANK NUMERIC
               MOVE LS-PARM-BLANK TO WS-BLANK-TOL
           END-IF.
           INITIALIZE WS-FILE-TABLE.
           MOVE 'ZIP '     TO WS-F-TYPE (1).
           MOVE 'VNDRZIP'  TO WS-F-DDNAME (1).
           MOVE 'VENDOR ZIP EXTRACT' TO WS-F-DESC (1).
           MOVE 'CNTY'     TO WS-F-TYPE (2).
           MOVE 'VNDRCNTY' TO WS-F-DDNAME (2).
           MOVE 'VENDOR COUNTY DETAIL' TO WS-F-DESC (2).
           OPEN OUTPUT ACCEPT-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'VA0010E UNABLE TO OPEN ACCEPT-REPORT'
                    ' STATUS=' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-SWING-TOL TO H2-SWING-TOL.
           MOVE WS-BLANK-TOL TO H2-BLANK-TOL.
           WRITE ACCEPT-REPORT-LINE FROM HDG1-LINE.
           WRITE ACCEPT-REPORT-LINE FROM HDG2-LINE.
           PERFORM 1100-READ-PRIOR THRU 1100-EXIT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > 2 OR WS-RUN-FAILED.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 1100-READ-PRIOR - THE LATEST ACCEPTED ROW FOR THE  *
      * FILE TYPE.  NONE ON RECORD (FIRST QUARTER UNDER    *
      * THE GATE) LEAVES THE SWING CHECKS UNRUN.           *
      *****************************************************
       1100-READ-PRIOR.
           MOVE WS-F-TYPE (WS-FX) TO VA-FILE-TYPE-I.
           EXEC SQL
               SELECT RECORD_CNT, TOTAL_POP, CHAR(ACCEPT_TS)
                 INTO :VA-RECORD-CNT-I, :VA-TOTAL-POP-I,
                      :WS-PRIOR-TS
                 FROM ZBANK.VNDRACPT
                WHERE FILE_TYPE = :VA-FILE-TYPE-I
                  AND ACCEPT_TS =
                      (SELECT MAX(ACCEPT_TS)
                         FROM ZBANK.VNDRACPT
                        WHERE FILE_TYPE = :VA-FILE-TYPE-I)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y'             TO WS-F-PRIOR-SW (WS-FX)
                   MOVE WS-PRIOR-TS     TO WS-F-PRIOR-TS (WS-FX)
                   MOVE VA-RECORD-CNT-I TO WS-F-PRIOR-RECORDS (WS-FX)
                   MOVE VA-TOTAL-POP-I  TO WS-F-PRIOR-POP (WS-FX)
               WHEN 100
                   MOVE 'N'             TO WS-F-PRIOR-SW (WS-FX)
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *****************************************************
      * 2000-SCAN-ZIP-FILE - ONE PASS OF THE VENDOR ZIP    *
      * EXTRACT, TALLYING EVERY CHECK.                     *
      *****************************************************
       2000-SCAN-ZIP-FILE.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
           MOVE 1 TO WS-FX.
           OPEN INPUT VENDOR-ZIP-FILE.
           IF NOT WS-VZIP-OK
               DISPLAY 'VA0011E UNABLE TO OPEN VENDOR-ZIP-FILE'
                    ' STATUS=' WS-VZIP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-ZIP THRU 2100-EXIT.
           PERFORM 2200-TALLY-ZIP-RECORD THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE VENDOR-ZIP-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-ZIP.
           READ VENDOR-ZIP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-F-RECORD-CNT (WS-FX)
           END-READ.
       2100-EXIT.
           EXIT.
      *****************************************************
      * 2200-TALLY-ZIP-RECORD - EVERY ZIP/STATE MUST BE    *
      * UNIQUE AND ASCENDING IN THIS FILE.                 *
      *****************************************************
       2200-TALLY-ZIP-RECORD.
           MOVE VZ-ZIP   TO WS-CUR-ZIP.
           MOVE VZ-STATE TO WS-CUR-STATE.
           EVALUATE TRUE
               WHEN WS-CUR-KEY < WS-PREV-KEY
                   PERFORM 2300-NOTE-SEQ-ERROR THRU 2300-EXIT
               WHEN WS-CUR-KEY = WS-PREV-KEY
                   PERFORM 2400-NOTE-DUPLICATE THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-F-KEY-CNT (WS-FX)
                   MOVE WS-CUR-KEY TO WS-PREV-KEY
           END-EVALUATE.
           PERFORM 2500-CHECK-STATE THRU 2500-EXIT.
           IF VZ-LONGITUDE = SPACES OR VZ-LATITUDE = SPACES
               ADD 1 TO WS-F-BLANK-COORD (WS-FX)
           END-IF.
           IF VZ-COUNTY = SPACES
               ADD 1 TO WS-F-BLANK-CNTY (WS-FX)
           END-IF.
           IF VZ-TIMEZONE = SPACES
               ADD 1 TO WS-F-BLANK-TZ (WS-FX)
           END-IF.
           IF VZ-POPULATION NUMERIC
               ADD VZ-POPULATION TO WS-F-TOTAL-POP (WS-FX)
           END-IF.
           PERFORM 2100-READ-ZIP THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************
      * 2300/2400 - COUNT A SEQUENCE ERROR OR DUPLICATE,   *
      * KEEPING THE FIRST KEY FOR THE REPORT.              *
      *****************************************************
       2300-NOTE-SEQ-ERROR.
           IF WS-F-SEQ-ERR-CNT (WS-FX) = ZERO
               MOVE WS-CUR-KEY TO WS-F-FIRST-SEQ-KEY (WS-FX)
           END-IF.
           ADD 1 TO WS-F-SEQ-ERR-CNT (WS-FX).
       2300-EXIT.
           EXIT.
       2400-NOTE-DUPLICATE.
           IF WS-F-DUP-CNT (WS-FX) = ZERO
               MOVE WS-CUR-KEY TO WS-F-FIRST-DUP-KEY (WS-FX)
           END-IF.
           ADD 1 TO WS-F-DUP-CNT (WS-FX).
       2400-EXIT.
           EXIT.
      *****************************************************
      * 2500-CHECK-STATE - STATE MUST BE IN STATECD.  EACH *
      * UNKNOWN STATE IS TALLIED FOR THE REPORT.           *
      *****************************************************
       2500-CHECK-STATE.
           SEARCH ALL WS-STATE-TABLE-ENTRY
               AT END
                   ADD 1 TO WS-F-BAD-STATE-CNT (WS-FX)
                   PERFORM 2550-TALLY-BAD-STATE THRU 2550-EXIT
               WHEN WS-STATE-CODE (WS-STATE-IDX) = WS-CUR-STATE
                   CONTINUE
           END-SEARCH.
       2500-EXIT.
           EXIT.
       2550-TALLY-BAD-STATE.
           MOVE 'N' TO WS-STATE-FOUND-SW.
           PERFORM 2560-MATCH-BAD-STATE THRU 2560-EXIT
               VARYING WS-BS-SUB FROM 1 BY 1
               UNTIL WS-BS-SUB > WS-BS-USED OR WS-STATE-FOUND.
           IF NOT WS-STATE-FOUND
              AND WS-BS-USED < WS-BS-MAX
               ADD 1 TO WS-BS-USED
               MOVE WS-FX        TO WS-BS-FX (WS-BS-USED)
               MOVE WS-CUR-STATE TO WS-BS-STATE (WS-BS-USED)
               MOVE 1            TO WS-BS-CNT (WS-BS-USED)
           END-IF.
       2550-EXIT.
           EXIT.
       2560-MATCH-BAD-STATE.
           IF WS-BS-FX (WS-BS-SUB) = WS-FX
              AND WS-BS-STATE (WS-BS-SUB) = WS-CUR-STATE
               ADD 1 TO WS-BS-CNT (WS-BS-SUB)
               SET WS-STATE-FOUND TO TRUE
           END-IF.
       2560-EXIT.
           EXIT.
      *****************************************************
      * 3000-SCAN-COUNTY-FILE - ONE PASS OF THE VENDOR     *
      * COUNTY DETAIL.  SEVERAL RECORDS SHARE A ZIP/STATE  *
      * HERE, SO A DUPLICATE IS A REPEATED COUNTY WITHIN   *
      * ONE ZIP/STATE.                                     *
      *****************************************************
       3000-SCAN-COUNTY-FILE.
           IF WS-RUN-FAILED
               GO TO 3000-EXIT
           END-IF.
           MOVE 2 TO WS-FX.
           OPEN INPUT VENDOR-COUNTY-FILE.
           IF NOT WS-VCNTY-OK
               DISPLAY 'VA0012E UNABLE TO OPEN VENDOR-COUNTY-FILE'
                    ' STATUS=' WS-VCNTY-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 3000-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           MOVE ZERO TO WS-GROUP-CNT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-READ-COUNTY THRU 3100-EXIT.
           PERFORM 3200-TALLY-COUNTY-RECORD THRU 3200-EXIT
               UNTIL WS-EOF.
           CLOSE VENDOR-COUNTY-FILE.
       3000-EXIT.
           EXIT.
       3100-READ-COUNTY.
           READ VENDOR-COUNTY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-F-RECORD-CNT (WS-FX)
           END-READ.
       3100-EXIT.
           EXIT.
       3200-TALLY-COUNTY-RECORD.
           MOVE VC-ZIP   TO WS-CUR-ZIP.
           MOVE VC-STATE TO WS-CUR-STATE.
           EVALUATE TRUE
               WHEN WS-CUR-KEY < WS-PREV-KEY
                   PERFORM 2300-NOTE-SEQ-ERROR THRU 2300-EXIT
               WHEN WS-CUR-KEY = WS-PREV-KEY
                   PERFORM 3300-CHECK-GROUP-DUP THRU 3300-EXIT
               WHEN OTHER
                   ADD 1 TO WS-F-KEY-CNT (WS-FX)
                   MOVE WS-CUR-KEY TO WS-PREV-KEY
                   MOVE 1 TO WS-GROUP-CNT
                   MOVE VC-COUNTY TO WS-GRP-COUNTY (1)
           END-EVALUATE.
           PERFORM 2500-CHECK-STATE THRU 2500-EXIT.
           IF VC-COUNTY = SPACES
               ADD 1 TO WS-F-BLANK-CNTY (WS-FX)
           END-IF.
           PERFORM 3100-READ-COUNTY THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************
      * 3300-CHECK-GROUP-DUP - COMPARE THE COUNTY WITH     *
      * THOSE ALREADY SEEN FOR THIS ZIP/STATE.             *
      *****************************************************
       3300-CHECK-GROUP-DUP.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           PERFORM 3350-COMPARE-ONE-COUNTY THRU 3350-EXIT
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-CNT OR WS-DUP-FOUND.
           IF WS-DUP-FOUND
               PERFORM 2400-NOTE-DUPLICATE THRU 2400-EXIT
           ELSE
               IF WS-GROUP-CNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-CNT
                   MOVE VC-COUNTY TO WS-GRP-COUNTY (WS-GROUP-CNT)
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.
       3350-COMPARE-ONE-COUNTY.
           IF WS-GRP-COUNTY (WS-GROUP-SUB) = VC-COUNTY
               SET WS-DUP-FOUND TO TRUE
           END-IF.
       3350-EXIT.
           EXIT.
      *****************************************************
      * 4000-EVALUATE-FILE - PRINT THE FILE'S STATISTICS,  *
      * APPLY THE ACCEPTANCE RULES AND PRINT THE RESULT.   *
      *****************************************************
       4000-EVALUATE-FILE.
           IF WS-RUN-FAILED
               GO TO 4000-EXIT
           END-IF.
           SET WS-F-ACCEPTED (WS-FX) TO TRUE.
           PERFORM 4100-COMPUTE-SWINGS THRU 4100-EXIT.
           PERFORM 4200-PRINT-STATISTICS THRU 4200-EXIT.
           PERFORM 4500-APPLY-RULES THRU 4500-EXIT.
           EVALUATE TRUE
               WHEN WS-F-REJECTED (WS-FX)
                   MOVE 'REJECTED - LOAD HELD' TO RL-RESULT
                   ADD 1 TO WS-REJECT-FILE-CNT
                   DISPLAY 'VA0020E ' WS-F-DDNAME (WS-FX)
                        ' REJECTED - SEE ZVACRPT'
               WHEN WS-F-WARNED (WS-FX)
                   MOVE 'ACCEPTED WITH WARNINGS' TO RL-RESULT
                   ADD 1 TO WS-WARN-FILE-CNT
               WHEN OTHER
                   MOVE 'ACCEPTED' TO RL-RESULT
           END-EVALUATE.
           WRITE ACCEPT-REPORT-LINE FROM RESULT-LINE.
       4000-EXIT.
           EXIT.
      *****************************************************
      * 4100-COMPUTE-SWINGS - PERCENT CHANGE FROM THE LAST *
      * ACCEPTED DELIVERY, SIGNED.                         *
      *****************************************************
       4100-COMPUTE-SWINGS.
           MOVE ZERO TO WS-REC-SWING-PCT.
           MOVE ZERO TO WS-POP-SWING-PCT.
           IF NOT WS-F-PRIOR-FOUND (WS-FX)
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-F-RECORD-CNT (WS-FX)    TO WS-CHK-CURRENT.
           MOVE WS-F-PRIOR-RECORDS (WS-FX) TO WS-CHK-PRIOR.
           PERFORM 4150-SWING-PCT THRU 4150-EXIT.
           MOVE WS-SWING-PCT TO WS-REC-SWING-PCT.
           MOVE WS-F-TOTAL-POP (WS-FX)     TO WS-CHK-CURRENT.
           MOVE WS-F-PRIOR-POP (WS-FX)     TO WS-CHK-PRIOR.
           PERFORM 4150-SWING-PCT THRU 4150-EXIT.
           MOVE WS-SWING-PCT TO WS-POP-SWING-PCT.
       4100-EXIT.
           EXIT.
       4150-SWING-PCT.
           MOVE ZERO TO WS-SWING-PCT.
           IF WS-CHK-PRIOR = ZERO
               GO TO 4150-EXIT
           END-IF.
           COMPUTE WS-SWING-PCT ROUNDED =
               (WS-CHK-CURRENT - WS-CHK-PRIOR) * 100 / WS-CHK-PRIOR
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-SWING-PCT
           END-COMPUTE.
       4150-EXIT.
           EXIT.
      *****************************************************
      * 4200-PRINT-STATISTICS - THE FILE'S BLOCK ON THE    *
      * ACCEPTANCE REPORT.                                 *
      *****************************************************
       4200-PRINT-STATISTICS.
           MOVE SPACES TO ACCEPT-REPORT-LINE.
           WRITE ACCEPT-REPORT-LINE.
           MOVE WS-F-DDNAME (WS-FX) TO FH-DDNAME.
           MOVE WS-F-DESC (WS-FX)   TO FH-DESC.
           IF WS-F-PRIOR-FOUND (WS-FX)
               MOVE WS-F-PRIOR-TS (WS-FX) TO FH-PRIOR
           ELSE
               MOVE 'NONE ON RECORD'      TO FH-PRIOR
           END-IF.
           WRITE ACCEPT-REPORT-LINE FROM FILE-HDG-LINE.
           WRITE ACCEPT-REPORT-LINE FROM COL-HDG-LINE.
           MOVE 'RECORDS'                  TO ST-LABEL.
           MOVE WS-F-RECORD-CNT (WS-FX)    TO ST-CURRENT.
           IF WS-F-PRIOR-FOUND (WS-FX)
               MOVE WS-F-PRIOR-RECORDS (WS-FX) TO ST-PRIOR
               MOVE WS-REC-SWING-PCT           TO ST-PCT
           ELSE
               MOVE SPACES TO ST-PRIOR-X
               MOVE SPACES TO ST-PCT-X
           END-IF.
           WRITE ACCEPT-REPORT-LINE FROM STAT-LINE.
           MOVE 'ZIP/STATE KEYS'           TO ST-LABEL.
           MOVE WS-F-KEY-CNT (WS-FX)       TO ST-CURRENT.
           MOVE SPACES TO ST-PRIOR-X.
           MOVE SPACES TO ST-PCT-X.
           WRITE ACCEPT-REPORT-LINE FROM STAT-LINE.
           IF WS-FX = 1
               MOVE 'TOTAL POPULATION'     TO ST-LABEL
               MOVE WS-F-TOTAL-POP (WS-FX) TO ST-CURRENT
               IF WS-F-PRIOR-FOUND (WS-FX)
                   MOVE WS-F-PRIOR-POP (WS-FX) TO ST-PRIOR
                   MOVE WS-POP-SWING-PCT       TO ST-PCT
               END-IF
               WRITE ACCEPT-REPORT-LINE FROM STAT-LINE
               MOVE 'BLANK COORDINATES'    TO CT-LABEL
               MOVE WS-F-BLANK-COORD (WS-FX) TO WS-CHK-COUNT
               PERFORM 4300-PRINT-COUNT THRU 4300-EXIT
           END-IF.
           MOVE 'BLANK COUNTY'             TO CT-LABEL.
           MOVE WS-F-BLANK-CNTY (WS-FX)    TO WS-CHK-COUNT.
           PERFORM 4300-PRINT-COUNT THRU 4300-EXIT.
           IF WS-FX = 1
               MOVE 'BLANK TIMEZONE'       TO CT-LABEL
               MOVE WS-F-BLANK-TZ (WS-FX)  TO WS-CHK-COUNT
               PERFORM 4300-PRINT-COUNT THRU 4300-EXIT
           END-IF.
           MOVE 'SEQUENCE ERRORS'          TO CT-LABEL.
           MOVE WS-F-SEQ-ERR-CNT (WS-FX)   TO WS-CHK-COUNT.
           PERFORM 4300-PRINT-COUNT THRU 4300-EXIT.
           MOVE 'DUPLICATE KEYS'           TO CT-LABEL.
           MOVE WS-F-DUP-CNT (WS-FX)       TO WS-CHK-COUNT.
           PERFORM 4300-PRINT-COUNT THRU 4300-EXIT.
           MOVE 'STATES NOT IN STATECD'    TO CT-LABEL.
           MOVE WS-F-BAD-STATE-CNT (WS-FX) TO WS-CHK-COUNT.
           PERFORM 4300-PRINT-COUNT THRU 4300-EXIT.
       4200-EXIT.
           EXIT.
      *****************************************************
      * 4300-PRINT-COUNT - A COUNT AND ITS SHARE OF THE    *
      * FILE'S RECORDS.  THE SHARE IS LEFT IN WS-SHARE-PCT *
      * FOR THE RULES THAT FOLLOW.                         *
      *****************************************************
       4300-PRINT-COUNT.
           PERFORM 4350-SHARE-PCT THRU 4350-EXIT.
           MOVE WS-CHK-COUNT TO CT-COUNT.
           MOVE WS-SHARE-PCT TO CT-SHARE.
           WRITE ACCEPT-REPORT-LINE FROM COUNT-LINE.
       4300-EXIT.
           EXIT.
       4350-SHARE-PCT.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-F-RECORD-CNT (WS-FX) > ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-CHK-COUNT * 100 / WS-F-RECORD-CNT (WS-FX)
           END-IF.
       4350-EXIT.
           EXIT.
      *****************************************************
      * 4500-APPLY-RULES - ANY REJECT RULE HOLDS THE LOAD; *
      * A WARNING IS PRINTED BUT ACCEPTED.  SEQUENCE AND   *
      * DUPLICATE ERRORS REJECT OUTRIGHT - THE COMPARE AND *
      * THE COUNTY LOADER BOTH DEPEND ON A CLEAN, ORDERED   *
      * FILE.  UNKNOWN STATES ONLY WARN: THE LOAD'S OWN    *
      * ZIPVAL EDIT REJECTS THOSE ROWS ONE BY ONE.         *
      *****************************************************
       4500-APPLY-RULES.
           IF WS-F-RECORD-CNT (WS-FX) = ZERO
               MOVE 'FILE IS EMPTY' TO RS-TEXT
               MOVE SPACES          TO RS-DETAIL
               PERFORM 4800-WRITE-REJECT THRU 4800-EXIT
               GO TO 4500-EXIT
           END-IF.
           IF WS-F-SEQ-ERR-CNT (WS-FX) > ZERO
               MOVE 'OUT OF ZIP/STATE SEQUENCE - FIRST AT' TO RS-TEXT
               MOVE SPACES TO RS-DETAIL
               MOVE WS-F-FIRST-SEQ-KEY (WS-FX) (1:5)
                    TO RS-DETAIL (1:5)
               MOVE WS-F-FIRST-SEQ-KEY (WS-FX) (6:2)
                    TO RS-DETAIL (7:2)
               PERFORM 4800-WRITE-REJECT THRU 4800-EXIT
           END-IF.
           IF WS-F-DUP-CNT (WS-FX) > ZERO
               IF WS-FX = 1
                   MOVE 'DUPLICATE ZIP/STATE KEYS - FIRST AT'
                        TO RS-TEXT
               ELSE
                   MOVE 'COUNTY REPEATED FOR A ZIP/STATE - FIRST AT'
                        TO RS-TEXT
               END-IF
               MOVE SPACES TO RS-DETAIL
               MOVE WS-F-FIRST-DUP-KEY (WS-FX) (1:5)
                    TO RS-DETAIL (1:5)
               MOVE WS-F-FIRST-DUP-KEY (WS-FX) (6:2)
                    TO RS-DETAIL (7:2)
               PERFORM 4800-WRITE-REJECT THRU 4800-EXIT
           END-IF.
           IF NOT WS-F-PRIOR-FOUND (WS-FX)
               MOVE 'NO PRIOR ACCEPTED DELIVERY - SWING NOT CHECKED'
                    TO RS-TEXT
               MOVE SPACES TO RS-DETAIL
               PERFORM 4850-WRITE-WARNING THRU 4850-EXIT
           ELSE
               MOVE WS-REC-SWING-PCT TO WS-SWING-PCT
               IF WS-SWING-PCT < ZERO
                   COMPUTE WS-SWING-PCT = ZERO - WS-SWING-PCT
               END-IF
               IF WS-SWING-PCT > WS-SWING-TOL
                   MOVE 'RECORD COUNT SWING BEYOND TOLERANCE'
                        TO RS-TEXT
                   MOVE SPACES TO RS-DETAIL
                   PERFORM 4800-WRITE-REJECT THRU 4800-EXIT
               END-IF
               MOVE WS-POP-SWING-PCT TO WS-SWING-PCT
               IF WS-SWING-PCT < ZERO
                   COMPUTE WS-SWING-PCT = ZERO - WS-SWING-PCT
               END-IF
               IF WS-FX = 1
                  AND WS-SWING-PCT > WS-SWING-TOL
                   MOVE 'TOTAL POPULATION SWING BEYOND TOLERANCE'
                        TO RS-TEXT
                   MOVE SPACES TO RS-DETAIL
                   PERFORM 4800-WRITE-REJECT THRU 4800-EXIT
               END-IF
           END-IF.
           IF WS-FX = 1
               MOVE WS-F-BLANK-COORD (WS-FX) TO WS-CHK-COUNT
               MOVE 'BLANK COORDINATES ABOVE TOLERANCE' TO RS-TEXT
               PERFORM 4600-CHECK-SHARE THRU 4600-EXIT
               MOVE WS-F-BLANK-TZ (WS-FX) TO WS-CHK-COUNT
               MOVE 'BLANK TIMEZONE ABOVE TOLERANCE' TO RS-TEXT
               PERFORM 4600-CHECK-SHARE THRU 4600-EXIT
           END-IF.
           MOVE WS-F-BLANK-CNTY (WS-FX) TO WS-CHK-COUNT.
           MOVE 'BLANK COUNTY ABOVE TOLERANCE' TO RS-TEXT.
           PERFORM 4600-CHECK-SHARE THRU 4600-EXIT.
           IF WS-F-BAD-STATE-CNT (WS-FX) > ZERO
               MOVE 'STATES NOT IN STATECD - ROWS REJECTED AT LOAD'
                    TO RS-TEXT
               MOVE SPACES TO RS-DETAIL
               PERFORM 4850-WRITE-WARNING THRU 4850-EXIT
               PERFORM 4700-PRINT-BAD-STATE THRU 4700-EXIT
                   VARYING WS-BS-SUB FROM 1 BY 1
                   UNTIL WS-BS-SUB > WS-BS-USED
           END-IF.
       4500-EXIT.
           EXIT.
      *****************************************************
      * 4600-CHECK-SHARE - REJECT WHEN THE COUNT IN        *
      * WS-CHK-COUNT IS ABOVE THE BLANK-SHARE TOLERANCE.   *
      * THE CALLER HAS SET THE REASON TEXT.                *
      *****************************************************
       4600-CHECK-SHARE.
           PERFORM 4350-SHARE-PCT THRU 4350-EXIT.
           IF WS-SHARE-PCT > WS-BLANK-TOL
               MOVE SPACES TO RS-DETAIL
               PERFORM 4800-WRITE-REJECT THRU 4800-EXIT
           END-IF.
       4600-EXIT.
           EXIT.
       4700-PRINT-BAD-STATE.
           IF WS-BS-FX (WS-BS-SUB) = WS-FX
               MOVE WS-BS-STATE (WS-BS-SUB) TO SL-STATE
               MOVE WS-BS-CNT (WS-BS-SUB)   TO SL-COUNT
               WRITE ACCEPT-REPORT-LINE FROM STATE-LINE
           END-IF.
       4700-EXIT.
           EXIT.
      *****************************************************
      * 4800/4850 - A REJECT OR WARNING LINE.  A WARNING   *
      * NEVER DOWNGRADES A FILE ALREADY REJECTED.          *
      *****************************************************
       4800-WRITE-REJECT.
           MOVE '** REJECT  ' TO RS-FLAG.
           WRITE ACCEPT-REPORT-LINE FROM REASON-LINE.
           SET WS-F-REJECTED (WS-FX) TO TRUE.
       4800-EXIT.
           EXIT.
       4850-WRITE-WARNING.
           MOVE '** WARNING ' TO RS-FLAG.
           WRITE ACCEPT-REPORT-LINE FROM REASON-LINE.
           IF WS-F-ACCEPTED (WS-FX)
               SET WS-F-WARNED (WS-FX) TO TRUE
           END-IF.
       4850-EXIT.
           EXIT.
      *****************************************************
      * 5000-DECIDE-GATE - ONE GATE CODE FOR THE WHOLE     *
      * DELIVERY: BOTH FILES FEED THE SAME QUARTERLY LOAD. *
      *****************************************************
       5000-DECIDE-GATE.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO WS-GATE-CODE
                   MOVE 'UNABLE TO CHECK THE DELIVERY - LOAD HELD'
                        TO GL-TEXT
               WHEN WS-REJECT-FILE-CNT > ZERO
                   MOVE 8 TO WS-GATE-CODE
                   MOVE 'DELIVERY REJECTED - LOAD HELD' TO GL-TEXT
               WHEN WS-WARN-FILE-CNT > ZERO
                   MOVE 4 TO WS-GATE-CODE
                   MOVE 'DELIVERY ACCEPTED WITH WARNINGS' TO GL-TEXT
               WHEN OTHER
                   MOVE ZERO TO WS-GATE-CODE
                   MOVE 'DELIVERY ACCEPTED' TO GL-TEXT
           END-EVALUATE.
       5000-EXIT.
           EXIT.
      *****************************************************
      * 6000-RECORD-ACCEPTED - AN ACCEPTED DELIVERY BECOMES*
      * NEXT QUARTER'S BASELINE.  A REJECTED ONE IS NEVER  *
      * RECORDED, SO A SHORT FILE CANNOT BECOME THE NORM.  *
      *****************************************************
       6000-RECORD-ACCEPTED.
           IF WS-GATE-CODE > 4 OR WS-RUN-FAILED
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-F-TYPE (WS-FX)          TO VA-FILE-TYPE-I.
           MOVE WS-F-RECORD-CNT (WS-FX)    TO VA-RECORD-CNT-I.
           MOVE WS-F-KEY-CNT (WS-FX)       TO VA-KEY-CNT-I.
           MOVE WS-F-TOTAL-POP (WS-FX)     TO VA-TOTAL-POP-I.
           MOVE WS-F-BLANK-COORD (WS-FX)   TO VA-BLANK-COORD-I.
           MOVE WS-F-BLANK-CNTY (WS-FX)    TO VA-BLANK-CNTY-I.
           MOVE WS-F-BLANK-TZ (WS-FX)      TO VA-BLANK-TZ-I.
           MOVE WS-F-BAD-STATE-CNT (WS-FX) TO VA-BAD-STATE-I.
           EXEC SQL
               INSERT INTO ZBANK.VNDRACPT
                      (FILE_TYPE, ACCEPT_TS, RECORD_CNT, KEY_CNT,
                       TOTAL_POP, BLANK_COORD_CNT, BLANK_CNTY_CNT,
                       BLANK_TZ_CNT, BAD_STATE_CNT)
                   VALUES (:VA-FILE-TYPE-I, CURRENT TIMESTAMP,
                           :VA-RECORD-CNT-I, :VA-KEY-CNT-I,
                           :VA-TOTAL-POP-I, :VA-BLANK-COORD-I,
                           :VA-BLANK-CNTY-I, :VA-BLANK-TZ-I,
                           :VA-BAD-STATE-I)
           END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO WS-GATE-CODE
               MOVE 'STATISTICS NOT RECORDED - LOAD HELD' TO GL-TEXT
           ELSE
               ADD 1 TO WS-INSERT-CNT
           END-IF.
       6000-EXIT.
           EXIT.
      *****************************************************
      * 6900-FINISH-REPORT - THE GATE CODE AND THE         *
      * SIGN-OFF BLOCK.                                    *
      *****************************************************
       6900-FINISH-REPORT.
           IF NOT WS-REPORT-OK
               GO TO 6900-EXIT
           END-IF.
           MOVE SPACES TO ACCEPT-REPORT-LINE.
           WRITE ACCEPT-REPORT-LINE.
           MOVE WS-GATE-CODE TO GL-CODE.
           WRITE ACCEPT-REPORT-LINE FROM GATE-LINE.
           MOVE SPACES TO ACCEPT-REPORT-LINE.
           WRITE ACCEPT-REPORT-LINE.
           WRITE ACCEPT-REPORT-LINE.
           WRITE ACCEPT-REPORT-LINE FROM SIGNOFF-LINE.
       6900-EXIT.
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
               DISPLAY 'VA0099E SQLCODE=' SQLCODE
                    ' ON ZBANK.VNDRACPT FOR ' VA-FILE-TYPE-I
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.
      *****************************************************
      * 9000-TERMINATE - CLOSE THE REPORT, STAMP THE RUN   *
      * AND SET THE GATE CODE AS THE RETURN CODE.          *
      *****************************************************
       9000-TERMINATE.
           IF WS-REPORT-OK
               CLOSE ACCEPT-REPORT
           END-IF.
           DISPLAY 'VA0001I GATE CODE=' WS-GATE-CODE
                ' ZIP RECORDS=' WS-F-RECORD-CNT (1)
                ' COUNTY RECORDS=' WS-F-RECORD-CNT (2).
           COMPUTE RCTL-READ-CNT =
               WS-F-RECORD-CNT (1) + WS-F-RECORD-CNT (2).
           MOVE WS-INSERT-CNT      TO RCTL-INSERT-CNT.
           MOVE WS-REJECT-FILE-CNT TO RCTL-REJECT-CNT.
      *
      *    A REJECTED DELIVERY IS STAMPED 'F' SO A ZIPGATE STEP
      *    NAMING ZIPVACC HOLDS THE LOAD JOBS.  WARNINGS ARE A
      *    NORMAL, COMPLETED OUTCOME - THE ROW STAYS 'C' AND ONLY
      *    THE JOB RETURN CODE IS RAISED, AFTER THE ROW IS STAMPED.
           IF WS-GATE-CODE > RETURN-CODE
              AND WS-GATE-CODE > 4
               MOVE WS-GATE-CODE TO RETURN-CODE
           END-IF.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
           IF WS-GATE-CODE = 4
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
