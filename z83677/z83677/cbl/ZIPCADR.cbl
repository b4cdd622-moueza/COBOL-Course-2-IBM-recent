       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPCADR.
       AUTHOR.        D JOHNSTON.
       INSTALLATION.  ZBANK DATA ADMINISTRATION.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      *   10/15/2026  DJ   ORIGINAL - VALIDATION PASS OF    *
      *                     THE NIGHTLY CUSTOMER-ADDRESS    *
      *                     EXTRACT AGAINST ZBANK.ZIP AND   *
      *                     ZBANK.ZIPRET.  EACH ADDRESS IS  *
      *                     EDITED BY THE SHARED ZIPVAL     *
      *                     SUBPROGRAM, THEN MATCHED ON     *
      *                     ZIP/STATE.  REPORTS ZIPS NOT ON *
      *                     FILE, ZIPS RETIRED TO ZIPRET    *
      *                     (WITH THE RETIRE DATE), ZIPS    *
      *                     FILED UNDER A DIFFERENT STATE   *
      *                     AND CITY NAMES THAT DO NOT      *
      *                     MATCH ZIPNAME, AND WRITES AN    *
      *                     EXCEPTIONS FILE FOR ACCOUNT     *
      *                     MAINTENANCE TO WORK.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z.
       OBJECT-COMPUTER.  IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ADDR-FILE    ASSIGN TO CUSTADR
                  FILE STATUS IS WS-CUSTADR-STATUS.
           SELECT CUST-EXC-FILE     ASSIGN TO CADREXC
                  FILE STATUS IS WS-CADREXC-STATUS.
           SELECT CUST-ADDR-REPORT  ASSIGN TO CADRRPT
                  FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * NIGHTLY CUSTOMER-ADDRESS EXTRACT - NO SEQUENCE IS  *
      * REQUIRED, EACH ADDRESS IS LOOKED UP DIRECTLY.      *
      *****************************************************
       FD  CUST-ADDR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTADR.
      *****************************************************
      * EXCEPTIONS FILE FOR ACCOUNT MAINTENANCE - SHARED   *
      * LAYOUT.                                            *
      *****************************************************
       FD  CUST-EXC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CADREXC.
       FD  CUST-ADDR-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CUST-ADDR-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND ZBANK.ZIP / ZBANK.     *
      * ZIPRET DECLARATIONS                                *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY ZIPTAB.
           COPY ZIPREC.
           COPY ZRETTAB.
           COPY ZRETREC.
      *****************************************************
      * FILE STATUS FIELDS AND SWITCHES.                   *
      *****************************************************
       01  WS-CUSTADR-STATUS           PIC X(02).
           88  WS-CUSTADR-OK               VALUE '00'.
           88  WS-CUSTADR-EOF              VALUE '10'.
       01  WS-CADREXC-STATUS           PIC X(02).
           88  WS-CADREXC-OK               VALUE '00'.
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-RUN-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUN-FAILED           VALUE 'Y'.
           05  WS-ZIP-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-ZIP-FOUND            VALUE 'Y'.
               88  WS-ZIP-NOT-FOUND        VALUE 'N'.
           05  WS-RET-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-RET-FOUND            VALUE 'Y'.
               88  WS-RET-NOT-FOUND        VALUE 'N'.
           05  WS-OTHER-STATE-SW       PIC X(01)  VALUE 'N'.
               88  WS-OTHER-STATE-FOUND    VALUE 'Y'.
               88  WS-OTHER-STATE-NONE     VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-READ-CNT             PIC 9(7)  COMP  VALUE ZERO.
           05  WS-CLEAN-CNT            PIC 9(7)  COMP  VALUE ZERO.
           05  WS-EXCEPTION-CNT        PIC 9(7)  COMP  VALUE ZERO.
           05  WS-INVALID-CNT          PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NOT-ON-FILE-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-RETIRED-CNT          PIC 9(7)  COMP  VALUE ZERO.
           05  WS-WRONG-STATE-CNT      PIC 9(7)  COMP  VALUE ZERO.
           05  WS-CITY-MISMATCH-CNT    PIC 9(7)  COMP  VALUE ZERO.
      *****************************************************
      * FIELDS PASSED TO/FROM THE SHARED ZIPVAL VALIDATION *
      * SUBPROGRAM - A CUSTOMER ADDRESS IS HELD TO THE     *
      * SAME ZIP/STATE RULE AS A MAINTENANCE TRANSACTION.  *
      *****************************************************
       01  WS-VALID-SW                 PIC X(01).
           88  WS-VALID                    VALUE 'Y'.
           88  WS-INVALID                  VALUE 'N'.
       01  WS-REJECT-REASON            PIC X(40).
      *****************************************************
      * CITY COMPARE WORK AREAS - THE EXTRACT MAY CARRY    *
      * MIXED CASE, ZIPNAME IS HELD IN UPPER CASE.         *
      *****************************************************
       01  WS-CUST-CITY                PIC X(20).
       01  WS-LOWER-ALPHA              PIC X(26)  VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-ALPHA              PIC X(26)  VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
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
               'CUSTOMER ADDRESS VALIDATION EXCEPTIONS'.
           05  FILLER                  PIC X(81) VALUE SPACE.
       01  HDG2-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(06) VALUE 'ZIP'.
           05  FILLER                  PIC X(03) VALUE 'ST'.
           05  FILLER                  PIC X(21) VALUE
               'CUSTOMER CITY'.
           05  FILLER                  PIC X(03) VALUE 'CD'.
           05  FILLER                  PIC X(05) VALUE 'FILE'.
           05  FILLER                  PIC X(21) VALUE
               'ZIPNAME ON FILE'.
           05  FILLER                  PIC X(11) VALUE 'RETIRED'.
           05  FILLER                  PIC X(40) VALUE 'REASON'.
           05  FILLER                  PIC X(10) VALUE SPACE.
       01  DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-CUST-NO              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ZIP                  PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-STATE                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-CITY                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-EXC-CODE             PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-FILE-STATE           PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  DL-FILE-ZIPNAME         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-RETIRE-DATE          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-REASON               PIC X(40).
           05  FILLER                  PIC X(10) VALUE SPACE.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-LABEL                PIC X(19).
           05  SM-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(101) VALUE SPACE.
       PROCEDURE DIVISION.
      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ADDRESS THRU 2000-EXIT
               UNTIL WS-EOF
                  OR WS-RUN-FAILED.
           PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - OPEN THE FILES, PRINT THE REPORT *
      * HEADINGS, PRIME THE FIRST EXTRACT RECORD.          *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPCADR' TO RCTL-PROGRAM.
           MOVE 'ZIPCADR' TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           OPEN INPUT CUST-ADDR-FILE.
           IF NOT WS-CUSTADR-OK
               DISPLAY 'CA0010E UNABLE TO OPEN CUST-ADDR-FILE'
                    ' STATUS=' WS-CUSTADR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT CUST-EXC-FILE.
           IF NOT WS-CADREXC-OK
               DISPLAY 'CA0011E UNABLE TO OPEN CUST-EXC-FILE'
                    ' STATUS=' WS-CADREXC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT CUST-ADDR-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'CA0012E UNABLE TO OPEN CUST-ADDR-REPORT'
                    ' STATUS=' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
           IF WS-REPORT-OK
               WRITE CUST-ADDR-REPORT-LINE FROM HDG1-LINE
               WRITE CUST-ADDR-REPORT-LINE FROM HDG2-LINE
           END-IF.
           PERFORM 2100-READ-ADDRESS THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 2000-PROCESS-ADDRESS - EDIT ONE CUSTOMER ADDRESS.  *
      * ZIPVAL FIRST - A ZIP/STATE THAT FAILS THE EDIT IS  *
      * NOT LOOKED UP.  A ZIP/STATE ON FILE IS THEN CITY-  *
      * CHECKED; ONE NOT ON FILE IS EXPLAINED FROM ZIPRET  *
      * OR FROM THE SAME ZIP UNDER ANOTHER STATE.          *
      *****************************************************
       2000-PROCESS-ADDRESS.
           MOVE SPACES TO CUST-ADDR-EXCEPTION.
           MOVE CA-CUST-NO TO AE-CUST-NO.
           MOVE CA-CITY    TO AE-CITY.
           MOVE CA-STATE   TO AE-STATE.
           MOVE CA-ZIP     TO AE-ZIP.
           MOVE CA-ZIP     TO ZIP-I.
           MOVE CA-STATE   TO STATE-I.
           CALL 'ZIPVAL' USING ZIP-I, STATE-I,
                                WS-VALID-SW, WS-REJECT-REASON.
           IF WS-INVALID
               SET AE-EXC-INVALID TO TRUE
               MOVE WS-REJECT-REASON TO AE-REASON
               ADD 1 TO WS-INVALID-CNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           ELSE
               PERFORM 2050-MATCH-ADDRESS THRU 2050-EXIT
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 2100-READ-ADDRESS THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *****************************************************
      * 2050-MATCH-ADDRESS - LOOK THE ZIP/STATE UP ON      *
      * ZBANK.ZIP AND CLASSIFY THE RESULT.                 *
      *****************************************************
       2050-MATCH-ADDRESS.
           PERFORM 2200-LOOKUP-ZIP THRU 2200-EXIT.
           IF WS-RUN-FAILED
               GO TO 2050-EXIT
           END-IF.
           IF WS-ZIP-FOUND
               PERFORM 2300-CHECK-CITY THRU 2300-EXIT
           ELSE
               PERFORM 2400-EXPLAIN-MISSING THRU 2400-EXIT
           END-IF.
       2050-EXIT.
           EXIT.
       2100-READ-ADDRESS.
           READ CUST-ADDR-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.
       2100-EXIT.
           EXIT.
      *****************************************************
      * 2200-LOOKUP-ZIP - THE ZBANK.ZIP ROW FOR THE        *
      * CUSTOMER'S ZIP/STATE.                              *
      *****************************************************
       2200-LOOKUP-ZIP.
           SET WS-ZIP-NOT-FOUND TO TRUE.
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
                   CONTINUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *****************************************************
      * 2300-CHECK-CITY - THE CUSTOMER CITY MUST MATCH     *
      * ZIPNAME, IGNORING CASE.                            *
      *****************************************************
       2300-CHECK-CITY.
           MOVE CA-CITY TO WS-CUST-CITY.
           INSPECT WS-CUST-CITY
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           IF WS-CUST-CITY = ZIPNAME-I
               ADD 1 TO WS-CLEAN-CNT
           ELSE
               SET AE-EXC-CITY-MISMATCH TO TRUE
               MOVE STATE-I   TO AE-FILE-STATE
               MOVE ZIPNAME-I TO AE-FILE-ZIPNAME
               MOVE 'CITY DOES NOT MATCH ZIPNAME ON FILE'
                    TO AE-REASON
               ADD 1 TO WS-CITY-MISMATCH-CNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      *****************************************************
      * 2400-EXPLAIN-MISSING - ZIP/STATE IS NOT ON         *
      * ZBANK.ZIP.  A ZIPRET ROW MEANS IT WAS RETIRED (THE *
      * SAME ZIP NOW FILED UNDER ANOTHER STATE RIDES ALONG *
      * FOR THE REVIEWER); OTHERWISE THE SAME ZIP UNDER    *
      * ANOTHER STATE IS A WRONG-STATE ADDRESS; OTHERWISE  *
      * THE ZIP IS SIMPLY NOT ON FILE.                     *
      *****************************************************
       2400-EXPLAIN-MISSING.
           PERFORM 2500-LOOKUP-RETIRED THRU 2500-EXIT.
           PERFORM 2600-LOOKUP-OTHER-STATE THRU 2600-EXIT.
           IF WS-RUN-FAILED
               GO TO 2400-EXIT
           END-IF.
           IF WS-OTHER-STATE-FOUND
               MOVE STATE-I   TO AE-FILE-STATE
               MOVE ZIPNAME-I TO AE-FILE-ZIPNAME
           END-IF.
           EVALUATE TRUE
               WHEN WS-RET-FOUND
                   SET AE-EXC-RETIRED TO TRUE
                   MOVE RET-RETIRE-DATE-I TO AE-RETIRE-DATE
                   MOVE 'ZIP RETIRED - SEE ZBANK.ZIPRET'
                        TO AE-REASON
                   ADD 1 TO WS-RETIRED-CNT
               WHEN WS-OTHER-STATE-FOUND
                   SET AE-EXC-WRONG-STATE TO TRUE
                   MOVE 'ZIP IS FILED UNDER A DIFFERENT STATE'
                        TO AE-REASON
                   ADD 1 TO WS-WRONG-STATE-CNT
               WHEN OTHER
                   SET AE-EXC-NOT-ON-FILE TO TRUE
                   MOVE 'ZIP IS NOT ON ZBANK.ZIP' TO AE-REASON
                   ADD 1 TO WS-NOT-ON-FILE-CNT
           END-EVALUATE.
           PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
       2400-EXIT.
           EXIT.
      *****************************************************
      * 2500-LOOKUP-RETIRED - MOST RECENT ZBANK.ZIPRET ROW *
      * FOR THE CUSTOMER'S ZIP/STATE.                      *
      *****************************************************
       2500-LOOKUP-RETIRED.
           SET WS-RET-NOT-FOUND TO TRUE.
           EXEC SQL
               SELECT ZIP, STATE, CHAR(RETIRE_DATE, ISO)
                 INTO :RET-ZIP-I, :RET-STATE-I, :RET-RETIRE-DATE-I
                 FROM ZBANK.ZIPRET
                WHERE ZIP = :ZIP-I
                  AND STATE = :STATE-I
                ORDER BY RETIRE_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-RET-FOUND TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
           END-EVALUATE.
       2500-EXIT.
           EXIT.
      *****************************************************
      * 2600-LOOKUP-OTHER-STATE - THE CUSTOMER'S ZIP FILED *
      * ON ZBANK.ZIP UNDER ANY OTHER STATE.  OVERLAYS      *
      * ZIP-RECORD WITH THAT ROW WHEN ONE IS FOUND.        *
      *****************************************************
       2600-LOOKUP-OTHER-STATE.
           SET WS-OTHER-STATE-NONE TO TRUE.
           EXEC SQL
               SELECT *
                 INTO :ZIP-RECORD
                 FROM ZBANK.ZIP
                WHERE ZIP = :CA-ZIP
                  AND STATE <> :CA-STATE
                ORDER BY STATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-OTHER-STATE-FOUND TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
           END-EVALUATE.
       2600-EXIT.
           EXIT.
      *****************************************************
      * 2900-WRITE-EXCEPTION - ONE EXCEPTIONS-FILE RECORD  *
      * AND ONE MATCHING REPORT LINE.                      *
      *****************************************************
       2900-WRITE-EXCEPTION.
           WRITE CUST-ADDR-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE AE-CUST-NO       TO DL-CUST-NO.
           MOVE AE-ZIP           TO DL-ZIP.
           MOVE AE-STATE         TO DL-STATE.
           MOVE AE-CITY          TO DL-CITY.
           MOVE AE-EXC-CODE      TO DL-EXC-CODE.
           MOVE AE-FILE-STATE    TO DL-FILE-STATE.
           MOVE AE-FILE-ZIPNAME  TO DL-FILE-ZIPNAME.
           MOVE AE-RETIRE-DATE   TO DL-RETIRE-DATE.
           MOVE AE-REASON        TO DL-REASON.
           IF WS-REPORT-OK
               WRITE CUST-ADDR-REPORT-LINE FROM DETAIL-LINE
           END-IF.
       2900-EXIT.
           EXIT.
      *****************************************************
      * 3000-FINISH-REPORT - SUMMARY COUNTS BY EXCEPTION   *
      * TYPE.                                              *
      *****************************************************
       3000-FINISH-REPORT.
           IF NOT WS-REPORT-OK
               GO TO 3000-EXIT
           END-IF.
           MOVE 'ADDRESSES READ...:' TO SM-LABEL.
           MOVE WS-READ-CNT          TO SM-COUNT.
           WRITE CUST-ADDR-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ADDRESSES CLEAN..:' TO SM-LABEL.
           MOVE WS-CLEAN-CNT         TO SM-COUNT.
           WRITE CUST-ADDR-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ZIPVAL FAILED (IV):' TO SM-LABEL.
           MOVE WS-INVALID-CNT       TO SM-COUNT.
           WRITE CUST-ADDR-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'NOT ON FILE (NF).:' TO SM-LABEL.
           MOVE WS-NOT-ON-FILE-CNT   TO SM-COUNT.
           WRITE CUST-ADDR-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'RETIRED (RT).....:' TO SM-LABEL.
           MOVE WS-RETIRED-CNT       TO SM-COUNT.
           WRITE CUST-ADDR-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'WRONG STATE (ST).:' TO SM-LABEL.
           MOVE WS-WRONG-STATE-CNT   TO SM-COUNT.
           WRITE CUST-ADDR-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'CITY MISMATCH(CY):' TO SM-LABEL.
           MOVE WS-CITY-MISMATCH-CNT TO SM-COUNT.
           WRITE CUST-ADDR-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'EXCEPTIONS TOTAL.:' TO SM-LABEL.
           MOVE WS-EXCEPTION-CNT     TO SM-COUNT.
           WRITE CUST-ADDR-REPORT-LINE FROM SUMMARY-LINE.
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
               DISPLAY 'CA0099E SQLCODE=' SQLCODE
                    ' ON CUSTOMER=' CA-CUST-NO
                    ' ZIP=' CA-ZIP ' STATE=' CA-STATE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.
      *****************************************************
      * 9000-TERMINATE - CLOSE EVERYTHING AND REPORT       *
      * COUNTS.  A FAILED RUN IS MARKED RC 16 AGAIN BEFORE *
      * THE RUN ROW IS CLOSED - EVERY CALL TO ZIPVAL SINCE *
      * HAS RESET RETURN-CODE.                             *
      *****************************************************
       9000-TERMINATE.
           IF WS-CUSTADR-OK OR WS-CUSTADR-EOF
               CLOSE CUST-ADDR-FILE
           END-IF.
           CLOSE CUST-EXC-FILE.
           CLOSE CUST-ADDR-REPORT.
           DISPLAY 'CA0001I READ=' WS-READ-CNT
                ' CLEAN=' WS-CLEAN-CNT
                ' EXCEPTIONS=' WS-EXCEPTION-CNT.
           MOVE WS-READ-CNT      TO RCTL-READ-CNT.
           MOVE WS-EXCEPTION-CNT TO RCTL-REJECT-CNT.
           MOVE WS-EXCEPTION-CNT TO RCTL-EXTRACT-CNT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
       9000-EXIT.
           EXIT.
