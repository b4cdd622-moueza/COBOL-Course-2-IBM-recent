       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPRECN.
       AUTHOR.        D JOHNSTON.
       INSTALLATION.  ZBANK DATA ADMINISTRATION.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      *   10/15/2026  DJ   ORIGINAL - WEEKLY CROSS-TABLE    *
      *                     REFERENTIAL INTEGRITY           *
      *                     RECONCILIATION OF THE ZBANK ZIP *
      *                     TABLES.  REPORTS ZBANK.ZIPCNTYX *
      *                     ROWS FOR ZIPS NO LONGER ON      *
      *                     ZBANK.ZIP, ZBANK.ZIP ROWS WHOSE *
      *                     COUNTY DIFFERS FROM THE         *
      *                     CROSS-REFERENCE PRIMARY COUNTY, *
      *                     KEYS ON BOTH ZBANK.ZIP AND      *
      *                     ZBANK.ZIPRET, PENDING           *
      *                     'U'/'A'/'D' TRANSACTIONS FOR    *
      *                     KEYS THAT NO LONGER EXIST AND   *
      *                     PENDING 'I' TRANSACTIONS FOR    *
      *                     KEYS ALREADY ON FILE, AND LIVE  *
      *                     ZIPS WITH NO ZBANK.ZIPIMG IMAGE *
      *                     AT ALL.  RETURN-CODE 4 WHEN     *
      *                     ANYTHING IS FOUND.              *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z.
       OBJECT-COMPUTER.  IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-REPORT      ASSIGN TO ZRCNRPT
                  FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RECON-REPORT-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND THE DECLARATIONS OF    *
      * EVERY TABLE RECONCILED.                            *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY ZIPTAB.
           COPY ZCXTAB.
           COPY ZRETTAB.
           COPY ZPNDTAB.
           COPY ZIMGTAB.
      *****************************************************
      * HOST VARIABLES FOR ONE FINDING - EACH CURSOR FILLS *
      * THE COLUMNS IT HAS.  DECLARED BEFORE THE CURSORS.  *
      *****************************************************
       01  RECON-ROW.
           02  RI-ZIP-I                PIC X(5).
           02  RI-STATE-I              PIC X(2).
           02  RI-ZIPNAME-I            PIC X(20).
           02  RI-COUNTY-I             PIC X(25).
           02  RI-OTHER-COUNTY-I       PIC X(25).
           02  RI-DATE-I               PIC X(10).
           02  RI-SOURCE-I             PIC X(8).
           02  RI-ACTION-I             PIC X(1).
           02  RI-ALLOC-PCT-I          PIC S9(3)V9(2) COMP-3.
           02  RI-PRIMARY-I            PIC X(1).
      *****************************************************
      * CURX - CROSS-REFERENCE ROWS WHOSE ZIP/STATE IS NO  *
      * LONGER ON ZBANK.ZIP.                               *
      *****************************************************
                EXEC SQL DECLARE CURX  CURSOR FOR
                         SELECT X.ZIP, X.STATE, X.COUNTY,
                                X.ALLOC_PCT, X.PRIMARY_IND
                           FROM ZBANK.ZIPCNTYX X
                          WHERE NOT EXISTS
                                (SELECT 1 FROM ZBANK.ZIP Z
                                  WHERE Z.ZIP = X.ZIP
                                    AND Z.STATE = X.STATE)
                         ORDER BY X.ZIP, X.STATE, X.COUNTY
                     END-EXEC.
      *****************************************************
      * CURC - ZBANK.ZIP ROWS WHOSE COUNTY DIFFERS FROM    *
      * THE CROSS-REFERENCE PRIMARY COUNTY.  A NULL COUNTY *
      * ON ZBANK.ZIP COMPARES AS BLANK.                    *
      *****************************************************
                EXEC SQL DECLARE CURC  CURSOR FOR
                         SELECT Z.ZIP, Z.STATE, Z.ZIPNAME,
                                COALESCE(Z.COUNTY, ' '), X.COUNTY
                           FROM ZBANK.ZIP Z, ZBANK.ZIPCNTYX X
                          WHERE X.ZIP = Z.ZIP
                            AND X.STATE = Z.STATE
                            AND X.PRIMARY_IND = 'Y'
                            AND COALESCE(Z.COUNTY, ' ') <> X.COUNTY
                         ORDER BY Z.ZIP, Z.STATE
                     END-EXEC.
      *****************************************************
      * CURB - KEYS ON BOTH ZBANK.ZIP AND ZBANK.ZIPRET - A *
      * REINSTATEMENT OR RETIREMENT LEFT HALF DONE.        *
      *****************************************************
                EXEC SQL DECLARE CURB  CURSOR FOR
                         SELECT Z.ZIP, Z.STATE, Z.ZIPNAME,
                                CHAR(R.RETIRE_DATE, ISO),
                                R.SOURCE_SYSTEM
                           FROM ZBANK.ZIP Z, ZBANK.ZIPRET R
                          WHERE R.ZIP = Z.ZIP
                            AND R.STATE = Z.STATE
                         ORDER BY Z.ZIP, Z.STATE
                     END-EXEC.
      *****************************************************
      * CURP - PENDING TRANSACTIONS THAT CAN NO LONGER     *
      * APPLY: A 'U', 'A' OR 'D' FOR A KEY NOT ON          *
      * ZBANK.ZIP, OR AN 'I' FOR A KEY ALREADY ON IT.  A   *
      * KEY THE QUEUE ITSELF WILL CREATE OR REMOVE FIRST   *
      * (A PENDING 'I' OR 'D' DUE NO LATER) IS NOT AN      *
      * ORPHAN.                                            *
      *****************************************************
                EXEC SQL DECLARE CURP  CURSOR FOR
                         SELECT P.ACTION_CODE, P.ZIP, P.STATE,
                                CHAR(P.EFF_DATE, ISO),
                                P.SOURCE_SYSTEM
                           FROM ZBANK.ZIPPEND P
                          WHERE (P.ACTION_CODE IN ('U', 'A', 'D')
                            AND NOT EXISTS
                                (SELECT 1 FROM ZBANK.ZIP Z
                                  WHERE Z.ZIP = P.ZIP
                                    AND Z.STATE = P.STATE)
                            AND NOT EXISTS
                                (SELECT 1 FROM ZBANK.ZIPPEND Q
                                  WHERE Q.ZIP = P.ZIP
                                    AND Q.STATE = P.STATE
                                    AND Q.ACTION_CODE = 'I'
                                    AND Q.EFF_DATE <= P.EFF_DATE))
                             OR (P.ACTION_CODE = 'I'
                            AND EXISTS
                                (SELECT 1 FROM ZBANK.ZIP Z
                                  WHERE Z.ZIP = P.ZIP
                                    AND Z.STATE = P.STATE)
                            AND NOT EXISTS
                                (SELECT 1 FROM ZBANK.ZIPPEND Q
                                  WHERE Q.ZIP = P.ZIP
                                    AND Q.STATE = P.STATE
                                    AND Q.ACTION_CODE = 'D'
                                    AND Q.EFF_DATE <= P.EFF_DATE))
                         ORDER BY P.ZIP, P.STATE, P.EFF_DATE
                     END-EXEC.
      *****************************************************
      * CURI - LIVE ZIPS WITH NO ZBANK.ZIPIMG IMAGE AT ALL *
      * - THE AS-OF REBUILD CANNOT SEE THEM.               *
      *****************************************************
                EXEC SQL DECLARE CURI  CURSOR FOR
                         SELECT Z.ZIP, Z.STATE, Z.ZIPNAME
                           FROM ZBANK.ZIP Z
                          WHERE NOT EXISTS
                                (SELECT 1 FROM ZBANK.ZIPIMG I
                                  WHERE I.ZIP = Z.ZIP
                                    AND I.STATE = Z.STATE)
                         ORDER BY Z.ZIP, Z.STATE
                     END-EXEC.
      *****************************************************
      * FILE STATUS AND SWITCHES.                          *
      *****************************************************
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.
       01  WS-SWITCHES.
           05  WS-CUR-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-CUR-EOF              VALUE 'Y'.
           05  WS-RUN-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUN-FAILED           VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-SECTION-CNT          PIC 9(7)  COMP  VALUE ZERO.
           05  WS-XREF-ORPHAN-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-COUNTY-DIFF-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-RETIRED-LIVE-CNT     PIC 9(7)  COMP  VALUE ZERO.
           05  WS-PEND-ORPHAN-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NO-IMAGE-CNT         PIC 9(7)  COMP  VALUE ZERO.
           05  WS-FINDING-CNT          PIC 9(7)  COMP  VALUE ZERO.
       01  WS-CHECK-NAME               PIC X(04)  VALUE SPACES.
       01  WS-PCT-EDIT                 PIC ZZ9.99.
      *****************************************************
      * RUN-CONTROL PARAMETER AREA FOR THE SHARED ZIPRCTL  *
      * SUBPROGRAM - SHARED COPYBOOK.                      *
      *****************************************************
           COPY RCTLPRM.

      *****************************************************
      * REPORT LINE LAYOUTS.  EVERY SECTION SHARES ONE     *
      * DETAIL LAYOUT; THE COLUMN HEADINGS ARE SET PER     *
      * SECTION.                                           *
      *****************************************************
       01  HDG1-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(60) VALUE
               'ZBANK ZIP TABLES - REFERENTIAL INTEGRITY RECON'.
           05  FILLER                  PIC X(71) VALUE SPACE.
       01  SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SC-TITLE                PIC X(70).
           05  FILLER                  PIC X(61) VALUE SPACE.
       01  COL-HDG-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'ZIP'.
           05  FILLER                  PIC X(03) VALUE 'ST'.
           05  CH-COL1                 PIC X(21).
           05  CH-COL2                 PIC X(26).
           05  CH-COL3                 PIC X(26).
           05  CH-COL4                 PIC X(10).
           05  FILLER                  PIC X(39) VALUE SPACE.
       01  DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ZIP                  PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-STATE                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-COL1                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-COL2                 PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-COL3                 PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-COL4                 PIC X(10).
           05  FILLER                  PIC X(39) VALUE SPACE.
       01  SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE
               'FOUND....:'.
           05  ST-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(110) VALUE SPACE.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-LABEL                PIC X(27).
           05  SM-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(93) VALUE SPACE.
       PROCEDURE DIVISION.
      *****************************************************
      * 0000-MAINLINE - ONE SECTION PER CHECK, THEN THE    *
      * SUMMARY.  AN SQL ERROR ENDS THE REMAINING CHECKS.  *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-XREF-ORPHANS THRU 2000-EXIT.
           PERFORM 3000-CHECK-PRIMARY-COUNTY THRU 3000-EXIT.
           PERFORM 4000-CHECK-RETIRED-LIVE THRU 4000-EXIT.
           PERFORM 5000-CHECK-PENDING THRU 5000-EXIT.
           PERFORM 6000-CHECK-NO-IMAGE THRU 6000-EXIT.
           PERFORM 6900-FINISH-REPORT THRU 6900-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - OPEN THE REPORT.                 *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPRECN' TO RCTL-PROGRAM.
           MOVE 'ZIPRECN' TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           OPEN OUTPUT RECON-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'RI0010E UNABLE TO OPEN RECON-REPORT'
                    ' STATUS=' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           WRITE RECON-REPORT-LINE FROM HDG1-LINE.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 2000-CHECK-XREF-ORPHANS - ZBANK.ZIPCNTYX ROWS FOR  *
      * ZIPS NO LONGER ON ZBANK.ZIP.                       *
      *****************************************************
       2000-CHECK-XREF-ORPHANS.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
           MOVE 'XREF' TO WS-CHECK-NAME.
           MOVE '1. ZBANK.ZIPCNTYX ROWS FOR ZIPS NOT ON ZBANK.ZIP'
                TO SC-TITLE.
           MOVE 'XREF PRIMARY'   TO CH-COL1.
           MOVE 'XREF COUNTY'    TO CH-COL2.
           MOVE SPACES           TO CH-COL3.
           MOVE 'ALLOC PCT'      TO CH-COL4.
           PERFORM 6800-START-SECTION THRU 6800-EXIT.
           EXEC SQL OPEN CURX END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-FETCH-CURX THRU 2050-EXIT.
           PERFORM 2060-LIST-CURX THRU 2060-EXIT
               UNTIL WS-CUR-EOF.
           EXEC SQL CLOSE CURX END-EXEC.
           MOVE WS-SECTION-CNT TO WS-XREF-ORPHAN-CNT.
           PERFORM 6850-END-SECTION THRU 6850-EXIT.
       2000-EXIT.
           EXIT.
       2050-FETCH-CURX.
           EXEC SQL
               FETCH CURX
                INTO :RI-ZIP-I, :RI-STATE-I, :RI-COUNTY-I,
                     :RI-ALLOC-PCT-I, :RI-PRIMARY-I
           END-EXEC.
           PERFORM 8100-CHECK-FETCH THRU 8100-EXIT.
       2050-EXIT.
           EXIT.
       2060-LIST-CURX.
           MOVE SPACES           TO DETAIL-LINE.
           MOVE RI-ZIP-I         TO DL-ZIP.
           MOVE RI-STATE-I       TO DL-STATE.
           MOVE RI-PRIMARY-I     TO DL-COL1.
           MOVE RI-COUNTY-I      TO DL-COL2.
           MOVE RI-ALLOC-PCT-I   TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT      TO DL-COL4.
           PERFORM 6860-WRITE-FINDING THRU 6860-EXIT.
           PERFORM 2050-FETCH-CURX THRU 2050-EXIT.
       2060-EXIT.
           EXIT.
      *****************************************************
      * 3000-CHECK-PRIMARY-COUNTY - ZBANK.ZIP COUNTY NOT   *
      * THE CROSS-REFERENCE PRIMARY COUNTY.                *
      *****************************************************
       3000-CHECK-PRIMARY-COUNTY.
           IF WS-RUN-FAILED
               GO TO 3000-EXIT
           END-IF.
           MOVE 'CNTY' TO WS-CHECK-NAME.
           MOVE '2. ZBANK.ZIP COUNTY NOT THE ZIPCNTYX PRIMARY COUNTY'
                TO SC-TITLE.
           MOVE 'ZIPNAME'              TO CH-COL1.
           MOVE 'ZBANK.ZIP COUNTY'     TO CH-COL2.
           MOVE 'ZIPCNTYX PRIMARY'     TO CH-COL3.
           MOVE SPACES                 TO CH-COL4.
           PERFORM 6800-START-SECTION THRU 6800-EXIT.
           EXEC SQL OPEN CURC END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-FETCH-CURC THRU 3050-EXIT.
           PERFORM 3060-LIST-CURC THRU 3060-EXIT
               UNTIL WS-CUR-EOF.
           EXEC SQL CLOSE CURC END-EXEC.
           MOVE WS-SECTION-CNT TO WS-COUNTY-DIFF-CNT.
           PERFORM 6850-END-SECTION THRU 6850-EXIT.
       3000-EXIT.
           EXIT.
       3050-FETCH-CURC.
           EXEC SQL
               FETCH CURC
                INTO :RI-ZIP-I, :RI-STATE-I, :RI-ZIPNAME-I,
                     :RI-COUNTY-I, :RI-OTHER-COUNTY-I
           END-EXEC.
           PERFORM 8100-CHECK-FETCH THRU 8100-EXIT.
       3050-EXIT.
           EXIT.
       3060-LIST-CURC.
           MOVE SPACES            TO DETAIL-LINE.
           MOVE RI-ZIP-I          TO DL-ZIP.
           MOVE RI-STATE-I        TO DL-STATE.
           MOVE RI-ZIPNAME-I      TO DL-COL1.
           MOVE RI-COUNTY-I       TO DL-COL2.
           MOVE RI-OTHER-COUNTY-I TO DL-COL3.
           PERFORM 6860-WRITE-FINDING THRU 6860-EXIT.
           PERFORM 3050-FETCH-CURC THRU 3050-EXIT.
       3060-EXIT.
           EXIT.
      *****************************************************
      * 4000-CHECK-RETIRED-LIVE - KEYS ON BOTH ZBANK.ZIP   *
      * AND ZBANK.ZIPRET.                                  *
      *****************************************************
       4000-CHECK-RETIRED-LIVE.
           IF WS-RUN-FAILED
               GO TO 4000-EXIT
           END-IF.
           MOVE 'RETD' TO WS-CHECK-NAME.
           MOVE '3. KEYS ON BOTH ZBANK.ZIP AND ZBANK.ZIPRET'
                TO SC-TITLE.
           MOVE 'ZIPNAME'        TO CH-COL1.
           MOVE 'RETIRED BY'     TO CH-COL2.
           MOVE SPACES           TO CH-COL3.
           MOVE 'RETIRED'        TO CH-COL4.
           PERFORM 6800-START-SECTION THRU 6800-EXIT.
           EXEC SQL OPEN CURB END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-FETCH-CURB THRU 4050-EXIT.
           PERFORM 4060-LIST-CURB THRU 4060-EXIT
               UNTIL WS-CUR-EOF.
           EXEC SQL CLOSE CURB END-EXEC.
           MOVE WS-SECTION-CNT TO WS-RETIRED-LIVE-CNT.
           PERFORM 6850-END-SECTION THRU 6850-EXIT.
       4000-EXIT.
           EXIT.
       4050-FETCH-CURB.
           EXEC SQL
               FETCH CURB
                INTO :RI-ZIP-I, :RI-STATE-I, :RI-ZIPNAME-I,
                     :RI-DATE-I, :RI-SOURCE-I
           END-EXEC.
           PERFORM 8100-CHECK-FETCH THRU 8100-EXIT.
       4050-EXIT.
           EXIT.
       4060-LIST-CURB.
           MOVE SPACES           TO DETAIL-LINE.
           MOVE RI-ZIP-I         TO DL-ZIP.
           MOVE RI-STATE-I       TO DL-STATE.
           MOVE RI-ZIPNAME-I     TO DL-COL1.
           MOVE RI-SOURCE-I      TO DL-COL2.
           MOVE RI-DATE-I        TO DL-COL4.
           PERFORM 6860-WRITE-FINDING THRU 6860-EXIT.
           PERFORM 4050-FETCH-CURB THRU 4050-EXIT.
       4060-EXIT.
           EXIT.
      *****************************************************
      * 5000-CHECK-PENDING - ZBANK.ZIPPEND TRANSACTIONS    *
      * THAT CAN NO LONGER APPLY CLEANLY.                  *
      *****************************************************
       5000-CHECK-PENDING.
           IF WS-RUN-FAILED
               GO TO 5000-EXIT
           END-IF.
           MOVE 'PEND' TO WS-CHECK-NAME.
           MOVE '4. ZBANK.ZIPPEND TRANSACTIONS THAT CANNOT APPLY'
                TO SC-TITLE.
           MOVE 'PROBLEM'        TO CH-COL1.
           MOVE 'QUEUED BY'      TO CH-COL2.
           MOVE SPACES           TO CH-COL3.
           MOVE 'EFFECTIVE'      TO CH-COL4.
           PERFORM 6800-START-SECTION THRU 6800-EXIT.
           EXEC SQL OPEN CURP END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-FETCH-CURP THRU 5050-EXIT.
           PERFORM 5060-LIST-CURP THRU 5060-EXIT
               UNTIL WS-CUR-EOF.
           EXEC SQL CLOSE CURP END-EXEC.
           MOVE WS-SECTION-CNT TO WS-PEND-ORPHAN-CNT.
           PERFORM 6850-END-SECTION THRU 6850-EXIT.
       5000-EXIT.
           EXIT.
       5050-FETCH-CURP.
           EXEC SQL
               FETCH CURP
                INTO :RI-ACTION-I, :RI-ZIP-I, :RI-STATE-I,
                     :RI-DATE-I, :RI-SOURCE-I
           END-EXEC.
           PERFORM 8100-CHECK-FETCH THRU 8100-EXIT.
       5050-EXIT.
           EXIT.
       5060-LIST-CURP.
           MOVE SPACES           TO DETAIL-LINE.
           MOVE RI-ZIP-I         TO DL-ZIP.
           MOVE RI-STATE-I       TO DL-STATE.
           EVALUATE RI-ACTION-I
               WHEN 'I'
                   MOVE 'I - KEY ALREADY ON' TO DL-COL1
               WHEN 'U'
                   MOVE 'U - KEY NOT ON FILE' TO DL-COL1
               WHEN 'A'
                   MOVE 'A - KEY NOT ON FILE' TO DL-COL1
               WHEN OTHER
                   MOVE 'D - KEY NOT ON FILE' TO DL-COL1
           END-EVALUATE.
           MOVE RI-SOURCE-I      TO DL-COL2.
           MOVE RI-DATE-I        TO DL-COL4.
           PERFORM 6860-WRITE-FINDING THRU 6860-EXIT.
           PERFORM 5050-FETCH-CURP THRU 5050-EXIT.
       5060-EXIT.
           EXIT.
      *****************************************************
      * 6000-CHECK-NO-IMAGE - LIVE ZIPS WITH NO            *
      * ZBANK.ZIPIMG IMAGE.                                *
      *****************************************************
       6000-CHECK-NO-IMAGE.
           IF WS-RUN-FAILED
               GO TO 6000-EXIT
           END-IF.
           MOVE 'IMG ' TO WS-CHECK-NAME.
           MOVE '5. LIVE ZBANK.ZIP ROWS WITH NO ZBANK.ZIPIMG IMAGE'
                TO SC-TITLE.
           MOVE 'ZIPNAME'        TO CH-COL1.
           MOVE SPACES           TO CH-COL2.
           MOVE SPACES           TO CH-COL3.
           MOVE SPACES           TO CH-COL4.
           PERFORM 6800-START-SECTION THRU 6800-EXIT.
           EXEC SQL OPEN CURI END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6050-FETCH-CURI THRU 6050-EXIT.
           PERFORM 6060-LIST-CURI THRU 6060-EXIT
               UNTIL WS-CUR-EOF.
           EXEC SQL CLOSE CURI END-EXEC.
           MOVE WS-SECTION-CNT TO WS-NO-IMAGE-CNT.
           PERFORM 6850-END-SECTION THRU 6850-EXIT.
       6000-EXIT.
           EXIT.
       6050-FETCH-CURI.
           EXEC SQL
               FETCH CURI
                INTO :RI-ZIP-I, :RI-STATE-I, :RI-ZIPNAME-I
           END-EXEC.
           PERFORM 8100-CHECK-FETCH THRU 8100-EXIT.
       6050-EXIT.
           EXIT.
       6060-LIST-CURI.
           MOVE SPACES           TO DETAIL-LINE.
           MOVE RI-ZIP-I         TO DL-ZIP.
           MOVE RI-STATE-I       TO DL-STATE.
           MOVE RI-ZIPNAME-I     TO DL-COL1.
           PERFORM 6860-WRITE-FINDING THRU 6860-EXIT.
           PERFORM 6050-FETCH-CURI THRU 6050-EXIT.
       6060-EXIT.
           EXIT.
      *****************************************************
      * 6800-START-SECTION / 6850-END-SECTION / 6860-      *
      * WRITE-FINDING - COMMON SECTION FRAMING.            *
      *****************************************************
       6800-START-SECTION.
           MOVE ZERO TO WS-SECTION-CNT.
           MOVE 'N'  TO WS-CUR-EOF-SW.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE FROM SECTION-LINE.
           WRITE RECON-REPORT-LINE FROM COL-HDG-LINE.
       6800-EXIT.
           EXIT.
       6850-END-SECTION.
           MOVE WS-SECTION-CNT TO ST-COUNT.
           WRITE RECON-REPORT-LINE FROM SECTION-TOTAL-LINE.
       6850-EXIT.
           EXIT.
       6860-WRITE-FINDING.
           WRITE RECON-REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-SECTION-CNT.
           ADD 1 TO WS-FINDING-CNT.
       6860-EXIT.
           EXIT.
      *****************************************************
      * 6900-FINISH-REPORT - SUMMARY COUNTS BY CHECK.      *
      *****************************************************
       6900-FINISH-REPORT.
           IF NOT WS-REPORT-OK
               GO TO 6900-EXIT
           END-IF.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'XREF ROWS, ZIP NOT ON FILE:' TO SM-LABEL.
           MOVE WS-XREF-ORPHAN-CNT           TO SM-COUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'COUNTY NOT XREF PRIMARY...:' TO SM-LABEL.
           MOVE WS-COUNTY-DIFF-CNT           TO SM-COUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'KEYS LIVE AND RETIRED.....:' TO SM-LABEL.
           MOVE WS-RETIRED-LIVE-CNT          TO SM-COUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'PENDING AGAINST WRONG KEY.:' TO SM-LABEL.
           MOVE WS-PEND-ORPHAN-CNT           TO SM-COUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'LIVE ZIPS WITH NO IMAGE...:' TO SM-LABEL.
           MOVE WS-NO-IMAGE-CNT              TO SM-COUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'TOTAL FINDINGS............:' TO SM-LABEL.
           MOVE WS-FINDING-CNT               TO SM-COUNT.
           WRITE RECON-REPORT-LINE FROM SUMMARY-LINE.
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
               DISPLAY 'RI0099E SQLCODE=' SQLCODE
                    ' IN CHECK ' WS-CHECK-NAME
                    ' - REMAINING CHECKS SKIPPED'
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.
      *****************************************************
      * 8100-CHECK-FETCH - END OF CURSOR ON 100, END OF    *
      * RUN ON ANYTHING ELSE BUT 0.                        *
      *****************************************************
       8100-CHECK-FETCH.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-CUR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   SET WS-CUR-EOF TO TRUE
           END-EVALUATE.
       8100-EXIT.
           EXIT.
      *****************************************************
      * 9000-TERMINATE - CLOSE THE REPORT, STAMP THE RUN,  *
      * THEN RAISE THE RETURN CODE IF ANYTHING WAS FOUND.  *
      *****************************************************
       9000-TERMINATE.
           IF WS-REPORT-OK
               CLOSE RECON-REPORT
           END-IF.
           DISPLAY 'RI0001I XREF=' WS-XREF-ORPHAN-CNT
                ' COUNTY=' WS-COUNTY-DIFF-CNT
                ' RETIRED=' WS-RETIRED-LIVE-CNT
                ' PENDING=' WS-PEND-ORPHAN-CNT
                ' NOIMAGE=' WS-NO-IMAGE-CNT.
           MOVE WS-FINDING-CNT   TO RCTL-REJECT-CNT.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
      *
      *    FINDINGS ARE A NORMAL, COMPLETED OUTCOME FOR THIS JOB -
      *    THE RUN-CONTROL ROW STAYS 'C' AND ONLY THE JOB RETURN
      *    CODE IS RAISED, AFTER THE ROW IS STAMPED.
           IF WS-FINDING-CNT > ZERO
              AND RETURN-CODE = ZERO
               DISPLAY 'RI0002W ' WS-FINDING-CNT
                    ' INTEGRITY FINDINGS - SEE ZRCNRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
