       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPACSP.
       AUTHOR.        D JOHNSTON.
       INSTALLATION.  ZBANK DATA ADMINISTRATION.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      *   10/15/2026  DJ   ORIGINAL - AREA-CODE SPLIT /     *
      *                     OVERLAY MASS-CHANGE GENERATOR.  *
      *                     READS ONE CHANGE ORDER (OLD AND *
      *                     NEW AREA CODE, EFFECTIVE DATE,  *
      *                     SCOPE BY STATE, COUNTY OR AN    *
      *                     EXPLICIT ZIP LIST), SELECTS THE *
      *                     ZBANK.ZIP ROWS IN SCOPE AND     *
      *                     WRITES A WRAPPED MAINTTRN BATCH *
      *                     ('H' HEADER, ONE 'A' AREA-CODE- *
      *                     ONLY UPDATE PER ROW STILL ON    *
      *                     THE OLD CODE, 'T' TRAILER)      *
      *                     DATED WITH THE ORDER'S          *
      *                     EFFECTIVE DATE, READY FOR THE   *
      *                     CONSOLIDATION AND THE NIGHTLY   *
      *                     APPLY, WHICH HOLDS IT IN THE    *
      *                     PENDING QUEUE UNTIL THE DATE.   *
      *                     EACH 'A' CARRIES THE ROW AS IT  *
      *                     STANDS WITH ONLY THE AREA CODE  *
      *                     CHANGED, BUT THE APPLY TAKES    *
      *                     ONLY THE AREA CODE FROM IT, SO  *
      *                     A NAME OR POPULATION CHANGE     *
      *                     MADE WHILE THE BATCH IS PENDING *
      *                     STANDS.  THE PREVIEW REPORT     *
      *                     LISTS EACH ROW THAT WILL        *
      *                     CHANGE AND EVERY ROW IN SCOPE   *
      *                     SKIPPED BECAUSE IT ALREADY      *
      *                     CARRIES THE NEW CODE OR HAS NO  *
      *                     AREA CODE.  A BAD ORDER ENDS    *
      *                     THE RUN WITH RC 16 AND NO       *
      *                     TRAILER, SO NOTHING DOWNSTREAM  *
      *                     WILL ACCEPT THE FILE.           *
      *   10/15/2026  DJ   THE PAST-DATE EDIT AND THE BATCH *
      *                     DATE NOW USE THE ZBANK.BUSDATE  *
      *                     BUSINESS DATE, NOT THE CLOCK.   *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z.
       OBJECT-COMPUTER.  IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AREA-CODE-ORDER-FILE ASSIGN TO ACSPORD
                  FILE STATUS IS WS-ACSPORD-STATUS.
           SELECT MAINT-TRANS-FILE  ASSIGN TO MAINTTRN
                  FILE STATUS IS WS-MAINTTRN-STATUS.
           SELECT AREA-CODE-REPORT  ASSIGN TO ACSPRPT
                  FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * AREA-CODE CHANGE ORDER - SHARED LAYOUT.            *
      *****************************************************
       FD  AREA-CODE-ORDER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY ACSPORD.
      *****************************************************
      * WRAPPED TRANSACTION BATCH - SHARED MNTTRN LAYOUT.  *
      *****************************************************
       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY MNTTRN.
       FD  AREA-CODE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  AREA-CODE-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND ZBANK.ZIP DECLARATION  *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY ZIPTAB.
           COPY ZIPREC.
      *****************************************************
      * HOST VARIABLES FOR THE SCOPE LINE BEING WORKED.    *
      *****************************************************
       01  WS-SEL-STATE                PIC X(02)  VALUE SPACES.
       01  WS-SEL-COUNTY               PIC X(25)  VALUE SPACES.
       01  WS-SEL-ZIP                  PIC X(05)  VALUE SPACES.
      *****************************************************
      * CURS - EVERY ROW IN ONE STATE.  CURY - EVERY ROW   *
      * IN ONE COUNTY OF ONE STATE.  ZIP-LIST SCOPE LINES  *
      * ARE A SINGLETON SELECT.                            *
      *****************************************************
                EXEC SQL DECLARE CURS  CURSOR FOR
                         SELECT * FROM ZBANK.ZIP
                          WHERE STATE = :WS-SEL-STATE
                         ORDER BY ZIP
                     END-EXEC.
                EXEC SQL DECLARE CURY  CURSOR FOR
                         SELECT * FROM ZBANK.ZIP
                          WHERE STATE = :WS-SEL-STATE
                            AND COUNTY = :WS-SEL-COUNTY
                         ORDER BY ZIP
                     END-EXEC.
      *****************************************************
      * FILE STATUS FIELDS AND SWITCHES.                   *
      *****************************************************
       01  WS-ACSPORD-STATUS           PIC X(02).
           88  WS-ACSPORD-OK               VALUE '00'.
           88  WS-ACSPORD-EOF              VALUE '10'.
       01  WS-MAINTTRN-STATUS          PIC X(02).
           88  WS-MAINTTRN-OK              VALUE '00'.
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-RUN-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUN-FAILED           VALUE 'Y'.
           05  WS-CUR-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-CUR-EOF              VALUE 'Y'.
           05  WS-WARN-SW              PIC X(01)  VALUE 'N'.
               88  WS-WARNED               VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-ORDER-REC-CNT        PIC 9(7)  COMP  VALUE ZERO.
           05  WS-SCOPE-CNT            PIC 9(7)  COMP  VALUE ZERO.
           05  WS-IN-SCOPE-CNT         PIC 9(7)  COMP  VALUE ZERO.
           05  WS-CHANGE-CNT           PIC 9(7)  COMP  VALUE ZERO.
           05  WS-SKIP-NEW-CNT         PIC 9(7)  COMP  VALUE ZERO.
           05  WS-SKIP-BLANK-CNT       PIC 9(7)  COMP  VALUE ZERO.
           05  WS-OTHER-CODE-CNT       PIC 9(7)  COMP  VALUE ZERO.
           05  WS-NOT-FOUND-CNT        PIC 9(7)  COMP  VALUE ZERO.
       01  WS-POP-HASH                 PIC 9(13) COMP-3 VALUE ZERO.
      *****************************************************
      * THE ORDER, SAVED OFF THE FIRST RECORD BEFORE THE   *
      * SCOPE LINES OVERLAY THE RECORD AREA.               *
      *****************************************************
       01  WS-ORDER.
           05  WS-OLD-AREA-CODE        PIC X(03)  VALUE SPACES.
           05  WS-NEW-AREA-CODE        PIC X(03)  VALUE SPACES.
           05  WS-EFF-DATE             PIC X(08)  VALUE SPACES.
           05  WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
               10  WS-EFF-YEAR         PIC 9(04).
               10  WS-EFF-MONTH        PIC 9(02).
               10  WS-EFF-DAY          PIC 9(02).
           05  WS-SCOPE-TYPE           PIC X(01)  VALUE SPACE.
               88  WS-SCOPE-BY-STATE       VALUE 'S'.
               88  WS-SCOPE-BY-COUNTY      VALUE 'C'.
               88  WS-SCOPE-BY-ZIP         VALUE 'Z'.
      *
      *    THE BUSINESS DATE, AS RETURNED BY THE RUN-CONTROL START
      *    CALL AND REPACKED TO YYYYMMDD IN WS-TODAY-DATE.
           COPY BUSDREC.
       01  WS-TODAY-DATE               PIC X(08)  VALUE SPACES.
       01  WS-BATCH-DATE               PIC X(08)  VALUE SPACES.
      *
      *    SCOPE LINES MUST ARRIVE IN ASCENDING KEY ORDER WITH NO
      *    REPEATS - A SCOPE LINE KEYED TWICE WOULD OTHERWISE PUT
      *    THE SAME ZIP IN THE BATCH TWICE.
       01  WS-SCOPE-KEY                PIC X(32)  VALUE SPACES.
       01  WS-PREV-SCOPE-KEY           PIC X(32)  VALUE LOW-VALUES.
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
               'AREA CODE SPLIT/OVERLAY MASS-CHANGE PREVIEW'.
           05  FILLER                  PIC X(81) VALUE SPACE.
       01  ORDER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'ORDER '.
           05  OL-ORDER-REF            PIC X(10).
           05  FILLER                  PIC X(06) VALUE ' OLD  '.
           05  OL-OLD-AREA-CODE        PIC X(03).
           05  FILLER                  PIC X(06) VALUE ' NEW  '.
           05  OL-NEW-AREA-CODE        PIC X(03).
           05  FILLER                  PIC X(12) VALUE
               ' EFFECTIVE  '.
           05  OL-EFF-DATE             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-CHANGE-TYPE          PIC X(07).
           05  FILLER                  PIC X(10) VALUE
               ' SCOPE BY '.
           05  OL-SCOPE-TYPE           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  OL-DESCRIPTION          PIC X(40).
           05  FILLER                  PIC X(09) VALUE SPACE.
       01  HDG2-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'ACTION'.
           05  FILLER                  PIC X(06) VALUE 'ZIP'.
           05  FILLER                  PIC X(03) VALUE 'ST'.
           05  FILLER                  PIC X(21) VALUE 'ZIPNAME'.
           05  FILLER                  PIC X(26) VALUE 'COUNTY'.
           05  FILLER                  PIC X(06) VALUE 'CUR'.
           05  FILLER                  PIC X(05) VALUE 'NEW'.
           05  FILLER                  PIC X(40) VALUE 'NOTE'.
           05  FILLER                  PIC X(13) VALUE SPACE.
       01  DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ACTION               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ZIP                  PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-STATE                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ZIPNAME              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-COUNTY               PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-CUR-AREA-CODE        PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  DL-NEW-AREA-CODE        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-NOTE                 PIC X(40).
           05  FILLER                  PIC X(13) VALUE SPACE.
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
           PERFORM 2000-PROCESS-SCOPE-LINE THRU 2000-EXIT
               UNTIL WS-EOF
                  OR WS-RUN-FAILED.
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
           PERFORM 5000-FINISH-REPORT THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - OPEN THE FILES, EDIT THE ORDER,  *
      * PRINT THE HEADINGS, WRITE THE BATCH HEADER AND     *
      * PRIME THE FIRST SCOPE LINE.                        *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPACSP' TO RCTL-PROGRAM.
           MOVE 'ZIPACSP' TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           MOVE RCTL-BUSINESS-DATE TO BD-CURR-DATE-I.
           STRING BD-CURR-YYYY DELIMITED BY SIZE
                  BD-CURR-MM   DELIMITED BY SIZE
                  BD-CURR-DD   DELIMITED BY SIZE
               INTO WS-TODAY-DATE.
           OPEN INPUT AREA-CODE-ORDER-FILE.
           IF NOT WS-ACSPORD-OK
               DISPLAY 'AC0010E UNABLE TO OPEN AREA-CODE-ORDER-FILE'
                    ' STATUS=' WS-ACSPORD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT MAINT-TRANS-FILE.
           IF NOT WS-MAINTTRN-OK
               DISPLAY 'AC0011E UNABLE TO OPEN MAINT-TRANS-FILE'
                    ' STATUS=' WS-MAINTTRN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
           OPEN OUTPUT AREA-CODE-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'AC0012E UNABLE TO OPEN AREA-CODE-REPORT'
                    ' STATUS=' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           WRITE AREA-CODE-REPORT-LINE FROM HDG1-LINE.
           PERFORM 2900-READ-ORDER THRU 2900-EXIT.
           PERFORM 1100-EDIT-ORDER THRU 1100-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-PRINT-ORDER THRU 1200-EXIT.
           WRITE AREA-CODE-REPORT-LINE FROM HDG2-LINE.
           MOVE WS-TODAY-DATE TO WS-BATCH-DATE.
           MOVE SPACES TO MAINT-TRANS-RECORD.
           SET MT-ACTION-HEADER TO TRUE.
           MOVE WS-BATCH-DATE TO MT-HDR-BATCH-DATE.
           MOVE 'ZIPACSP'     TO MT-HDR-SOURCE-SYSTEM.
           WRITE MAINT-TRANS-RECORD.
           PERFORM 2900-READ-ORDER THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 1100-EDIT-ORDER - THE FIRST RECORD MUST BE A SOUND *
      * ORDER: TWO DIFFERENT THREE-DIGIT AREA CODES, A     *
      * REAL EFFECTIVE DATE NOT IN THE PAST (THE SAME EDIT *
      * THE ONLINE ENTRY SCREEN APPLIES), A SPLIT/OVERLAY  *
      * FLAG AND A KNOWN SCOPE TYPE.  ANY FAILURE ENDS THE *
      * RUN - HALF AN AREA-CODE CHANGE IS WORSE THAN NONE. *
      *****************************************************
       1100-EDIT-ORDER.
           IF WS-EOF
               DISPLAY 'AC0020E CHANGE ORDER FILE IS EMPTY'
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF NOT AO-REC-ORDER
               DISPLAY 'AC0021E FIRST RECORD IS NOT AN ORDER RECORD'
                    ' - TYPE ' AO-REC-TYPE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE AO-OLD-AREA-CODE TO WS-OLD-AREA-CODE.
           MOVE AO-NEW-AREA-CODE TO WS-NEW-AREA-CODE.
           MOVE AO-EFF-DATE      TO WS-EFF-DATE.
           MOVE AO-SCOPE-TYPE    TO WS-SCOPE-TYPE.
           IF WS-OLD-AREA-CODE NOT NUMERIC
              OR WS-NEW-AREA-CODE NOT NUMERIC
               DISPLAY 'AC0022E OLD AND NEW AREA CODES MUST BE '
                    'THREE DIGITS - OLD=' WS-OLD-AREA-CODE
                    ' NEW=' WS-NEW-AREA-CODE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-OLD-AREA-CODE = WS-NEW-AREA-CODE
               DISPLAY 'AC0023E OLD AND NEW AREA CODES ARE THE SAME'
                    ' - ' WS-OLD-AREA-CODE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-EFF-DATE NOT NUMERIC
               DISPLAY 'AC0024E EFFECTIVE DATE MUST BE YYYYMMDD - '
                    WS-EFF-DATE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
              OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
               DISPLAY 'AC0025E EFFECTIVE DATE IS NOT A REAL '
                    'CALENDAR DATE - ' WS-EFF-DATE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-EFF-DATE < WS-TODAY-DATE
               DISPLAY 'AC0026E EFFECTIVE DATE IS IN THE PAST - '
                    WS-EFF-DATE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF NOT AO-CHANGE-SPLIT AND NOT AO-CHANGE-OVERLAY
               DISPLAY 'AC0027E CHANGE TYPE MUST BE S (SPLIT) OR '
                    'O (OVERLAY) - ' AO-CHANGE-TYPE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF NOT WS-SCOPE-BY-STATE
              AND NOT WS-SCOPE-BY-COUNTY
              AND NOT WS-SCOPE-BY-ZIP
               DISPLAY 'AC0028E SCOPE TYPE MUST BE S, C OR Z - '
                    WS-SCOPE-TYPE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *****************************************************
      * 1200-PRINT-ORDER - ECHO THE ORDER AT THE TOP OF    *
      * THE PREVIEW SO THE REVIEWER SIGNS OFF ON WHAT WAS  *
      * ASKED FOR AS WELL AS WHAT IT PRODUCED.             *
      *****************************************************
       1200-PRINT-ORDER.
           MOVE AO-ORDER-REF     TO OL-ORDER-REF.
           MOVE WS-OLD-AREA-CODE TO OL-OLD-AREA-CODE.
           MOVE WS-NEW-AREA-CODE TO OL-NEW-AREA-CODE.
           MOVE SPACES           TO OL-EFF-DATE.
           STRING WS-EFF-DATE (1:4) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-EFF-DATE (5:2) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-EFF-DATE (7:2) DELIMITED BY SIZE
               INTO OL-EFF-DATE.
           IF AO-CHANGE-SPLIT
               MOVE 'SPLIT'   TO OL-CHANGE-TYPE
           ELSE
               MOVE 'OVERLAY' TO OL-CHANGE-TYPE
           END-IF.
           EVALUATE TRUE
               WHEN WS-SCOPE-BY-STATE
                   MOVE 'STATE'  TO OL-SCOPE-TYPE
               WHEN WS-SCOPE-BY-COUNTY
                   MOVE 'COUNTY' TO OL-SCOPE-TYPE
               WHEN OTHER
                   MOVE 'ZIP'    TO OL-SCOPE-TYPE
           END-EVALUATE.
           MOVE AO-DESCRIPTION   TO OL-DESCRIPTION.
           WRITE AREA-CODE-REPORT-LINE FROM ORDER-LINE.
       1200-EXIT.
           EXIT.
      *****************************************************
      * 2000-PROCESS-SCOPE-LINE - EDIT ONE SCOPE LINE AND  *
      * WORK EVERY ZBANK.ZIP ROW IT COVERS.                *
      *****************************************************
       2000-PROCESS-SCOPE-LINE.
           ADD 1 TO WS-SCOPE-CNT.
           IF NOT AO-REC-SCOPE
               DISPLAY 'AC0030E ORDER RECORD ' WS-ORDER-REC-CNT
                    ' IS NOT A SCOPE LINE - TYPE ' AO-REC-TYPE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE AO-SC-STATE  TO WS-SEL-STATE.
           MOVE AO-SC-COUNTY TO WS-SEL-COUNTY.
           MOVE AO-SC-ZIP    TO WS-SEL-ZIP.
           MOVE SPACES TO WS-SCOPE-KEY.
           EVALUATE TRUE
               WHEN WS-SCOPE-BY-STATE
                   MOVE WS-SEL-STATE  TO WS-SCOPE-KEY
               WHEN WS-SCOPE-BY-COUNTY
                   MOVE WS-SEL-STATE  TO WS-SCOPE-KEY (1:2)
                   MOVE WS-SEL-COUNTY TO WS-SCOPE-KEY (3:25)
               WHEN OTHER
                   MOVE WS-SEL-ZIP    TO WS-SCOPE-KEY (1:5)
                   MOVE WS-SEL-STATE  TO WS-SCOPE-KEY (6:2)
           END-EVALUATE.
           IF WS-SEL-STATE = SPACES
              OR (WS-SCOPE-BY-COUNTY AND WS-SEL-COUNTY = SPACES)
              OR (WS-SCOPE-BY-ZIP AND WS-SEL-ZIP = SPACES)
               DISPLAY 'AC0031E ORDER RECORD ' WS-ORDER-REC-CNT
                    ' IS MISSING ITS SCOPE KEY FOR SCOPE TYPE '
                    WS-SCOPE-TYPE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-SCOPE-KEY NOT > WS-PREV-SCOPE-KEY
               DISPLAY 'AC0032E ORDER RECORD ' WS-ORDER-REC-CNT
                    ' IS OUT OF SEQUENCE OR REPEATED - '
                    WS-SCOPE-KEY
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-SCOPE-KEY TO WS-PREV-SCOPE-KEY.
           EVALUATE TRUE
               WHEN WS-SCOPE-BY-STATE
                   PERFORM 2100-SELECT-STATE THRU 2100-EXIT
               WHEN WS-SCOPE-BY-COUNTY
                   PERFORM 2200-SELECT-COUNTY THRU 2200-EXIT
               WHEN OTHER
                   PERFORM 2300-SELECT-ZIP THRU 2300-EXIT
           END-EVALUATE.
           IF NOT WS-RUN-FAILED
               PERFORM 2900-READ-ORDER THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *****************************************************
      * 2100-SELECT-STATE - EVERY ROW IN THE STATE.        *
      *****************************************************
       2100-SELECT-STATE.
           EXEC SQL OPEN CURS END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-CUR-EOF-SW.
           PERFORM 2150-FETCH-STATE-ROW THRU 2150-EXIT.
           PERFORM 2160-WORK-STATE-ROW THRU 2160-EXIT
               UNTIL WS-CUR-EOF
                  OR WS-RUN-FAILED.
           EXEC SQL CLOSE CURS END-EXEC.
       2100-EXIT.
           EXIT.
       2150-FETCH-STATE-ROW.
           EXEC SQL
               FETCH CURS INTO :ZIP-RECORD
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-CUR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   SET WS-CUR-EOF TO TRUE
           END-EVALUATE.
       2150-EXIT.
           EXIT.
       2160-WORK-STATE-ROW.
           PERFORM 2500-CLASSIFY-ROW THRU 2500-EXIT.
           PERFORM 2150-FETCH-STATE-ROW THRU 2150-EXIT.
       2160-EXIT.
           EXIT.
      *****************************************************
      * 2200-SELECT-COUNTY - EVERY ROW IN ONE COUNTY OF    *
      * THE STATE.                                         *
      *****************************************************
       2200-SELECT-COUNTY.
           EXEC SQL OPEN CURY END-EXEC.
           PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT.
           IF WS-RUN-FAILED
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-CUR-EOF-SW.
           PERFORM 2250-FETCH-COUNTY-ROW THRU 2250-EXIT.
           PERFORM 2260-WORK-COUNTY-ROW THRU 2260-EXIT
               UNTIL WS-CUR-EOF
                  OR WS-RUN-FAILED.
           EXEC SQL CLOSE CURY END-EXEC.
       2200-EXIT.
           EXIT.
       2250-FETCH-COUNTY-ROW.
           EXEC SQL
               FETCH CURY INTO :ZIP-RECORD
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-CUR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
                   SET WS-CUR-EOF TO TRUE
           END-EVALUATE.
       2250-EXIT.
           EXIT.
       2260-WORK-COUNTY-ROW.
           PERFORM 2500-CLASSIFY-ROW THRU 2500-EXIT.
           PERFORM 2250-FETCH-COUNTY-ROW THRU 2250-EXIT.
       2260-EXIT.
           EXIT.
      *****************************************************
      * 2300-SELECT-ZIP - ONE LISTED ZIP/STATE.  A LISTED  *
      * ZIP NOT ON ZBANK.ZIP IS SHOWN ON THE PREVIEW AND   *
      * WARNED (RC 4) - THE ORDER MAY BE OUT OF DATE.      *
      *****************************************************
       2300-SELECT-ZIP.
           EXEC SQL
               SELECT *
                 INTO :ZIP-RECORD
                 FROM ZBANK.ZIP
                WHERE ZIP = :WS-SEL-ZIP
                  AND STATE = :WS-SEL-STATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2500-CLASSIFY-ROW THRU 2500-EXIT
               WHEN 100
                   ADD 1 TO WS-NOT-FOUND-CNT
                   MOVE SPACES         TO DETAIL-LINE
                   MOVE 'NOT FOUND'    TO DL-ACTION
                   MOVE WS-SEL-ZIP     TO DL-ZIP
                   MOVE WS-SEL-STATE   TO DL-STATE
                   MOVE 'LISTED ZIP IS NOT ON ZBANK.ZIP'
                        TO DL-NOTE
                   WRITE AREA-CODE-REPORT-LINE FROM DETAIL-LINE
               WHEN OTHER
                   PERFORM 8000-CHECK-SQLCODE THRU 8000-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *****************************************************
      * 2500-CLASSIFY-ROW - A ROW ON THE OLD CODE GETS A   *
      * 'A'; A ROW ALREADY ON THE NEW CODE OR WITH NO AREA *
      * CODE IS LISTED AS SKIPPED; A ROW ON ANY OTHER CODE *
      * IS NOT PART OF THIS CHANGE AND IS ONLY COUNTED.    *
      *****************************************************
       2500-CLASSIFY-ROW.
           ADD 1 TO WS-IN-SCOPE-CNT.
           MOVE SPACES           TO DETAIL-LINE.
           MOVE ZIP-I            TO DL-ZIP.
           MOVE STATE-I          TO DL-STATE.
           MOVE ZIPNAME-I        TO DL-ZIPNAME.
           MOVE COUNTY-I         TO DL-COUNTY.
           MOVE AREA-CODE-I      TO DL-CUR-AREA-CODE.
           EVALUATE TRUE
               WHEN AREA-CODE-I = WS-OLD-AREA-CODE
                   PERFORM 2600-WRITE-UPDATE THRU 2600-EXIT
                   MOVE 'CHANGE'         TO DL-ACTION
                   MOVE WS-NEW-AREA-CODE TO DL-NEW-AREA-CODE
                   WRITE AREA-CODE-REPORT-LINE FROM DETAIL-LINE
               WHEN AREA-CODE-I = WS-NEW-AREA-CODE
                   ADD 1 TO WS-SKIP-NEW-CNT
                   MOVE 'SKIPPED'        TO DL-ACTION
                   MOVE 'ALREADY CARRIES THE NEW AREA CODE'
                        TO DL-NOTE
                   WRITE AREA-CODE-REPORT-LINE FROM DETAIL-LINE
               WHEN AREA-CODE-I = SPACES
                   ADD 1 TO WS-SKIP-BLANK-CNT
                   MOVE 'SKIPPED'        TO DL-ACTION
                   MOVE 'NO AREA CODE ON FILE'
                        TO DL-NOTE
                   WRITE AREA-CODE-REPORT-LINE FROM DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-OTHER-CODE-CNT
           END-EVALUATE.
       2500-EXIT.
           EXIT.
      *****************************************************
      * 2600-WRITE-UPDATE - ONE 'A' (AREA-CODE-ONLY       *
      * UPDATE) CARRYING THE ROW AS IT STANDS WITH THE    *
      * NEW AREA CODE AND THE ORDER'S EFFECTIVE DATE.     *
      * THE ACTION CODE, NOT THE BATCH HEADER, TELLS THE  *
      * APPLY - THE CONSOLIDATION RE-HEADERS THE BATCH.   *
      * THE OTHER COLUMNS ARE FOR THE TRAILER HASH ONLY;  *
      * THE APPLY CHANGES NOTHING BUT THE AREA CODE FOR   *
      * AN 'A'.                                           *
      *****************************************************
       2600-WRITE-UPDATE.
           MOVE SPACES           TO MAINT-TRANS-RECORD.
           SET MT-ACTION-AREA-CODE TO TRUE.
           MOVE ZIP-I            TO MT-ZIP-I.
           MOVE STATE-I          TO MT-STATE-I.
           MOVE ZIPNAME-I        TO MT-ZIPNAME-I.
           MOVE LONGITUDE-I      TO MT-LONGITUDE-I.
           MOVE LATITUDE-I       TO MT-LATITUDE-I.
           MOVE POPULATION-I     TO MT-POPULATION-I.
           MOVE COUNTY-I         TO MT-COUNTY-I.
           MOVE TIMEZONE-I       TO MT-TIMEZONE-I.
           MOVE WS-NEW-AREA-CODE TO MT-AREA-CODE-I.
           MOVE WS-EFF-DATE      TO MT-EFF-DATE.
           WRITE MAINT-TRANS-RECORD.
           ADD 1 TO WS-CHANGE-CNT.
           ADD MT-POPULATION-I TO WS-POP-HASH.
       2600-EXIT.
           EXIT.
       2900-READ-ORDER.
           READ AREA-CODE-ORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORDER-REC-CNT
           END-READ.
       2900-EXIT.
           EXIT.
      *****************************************************
      * 4000-WRITE-TRAILER - CLOSE THE BATCH.  A FAILED    *
      * RUN WRITES NO TRAILER SO THE CONSOLIDATION AND THE *
      * APPLY BOTH REFUSE THE FILE.  AN ORDER WITH NO      *
      * SCOPE LINES IS A FAILED RUN.                       *
      *****************************************************
       4000-WRITE-TRAILER.
           IF WS-RUN-FAILED
               GO TO 4000-EXIT
           END-IF.
           IF WS-SCOPE-CNT = ZERO
               DISPLAY 'AC0033E ORDER HAS NO SCOPE LINES - NO '
                    'BATCH WRITTEN'
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO MAINT-TRANS-RECORD.
           SET MT-ACTION-TRAILER TO TRUE.
           MOVE WS-CHANGE-CNT TO MT-TRL-RECORD-COUNT.
           MOVE WS-POP-HASH   TO MT-TRL-POP-HASH.
           WRITE MAINT-TRANS-RECORD.
           IF WS-CHANGE-CNT = ZERO
               DISPLAY 'AC0040W NO ROW IN SCOPE IS ON AREA CODE '
                    WS-OLD-AREA-CODE ' - EMPTY BATCH WRITTEN'
               SET WS-WARNED TO TRUE
           END-IF.
           IF WS-NOT-FOUND-CNT > ZERO
               DISPLAY 'AC0041W ' WS-NOT-FOUND-CNT
                    ' LISTED ZIPS NOT ON ZBANK.ZIP - SEE PREVIEW'
               SET WS-WARNED TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.
      *****************************************************
      * 5000-FINISH-REPORT - SUMMARY COUNTS.               *
      *****************************************************
       5000-FINISH-REPORT.
           IF NOT WS-REPORT-OK
               GO TO 5000-EXIT
           END-IF.
           MOVE 'SCOPE LINES......:' TO SM-LABEL.
           MOVE WS-SCOPE-CNT         TO SM-COUNT.
           WRITE AREA-CODE-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ROWS IN SCOPE....:' TO SM-LABEL.
           MOVE WS-IN-SCOPE-CNT      TO SM-COUNT.
           WRITE AREA-CODE-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'TO CHANGE (A)....:' TO SM-LABEL.
           MOVE WS-CHANGE-CNT        TO SM-COUNT.
           WRITE AREA-CODE-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'SKIP - NEW CODE..:' TO SM-LABEL.
           MOVE WS-SKIP-NEW-CNT      TO SM-COUNT.
           WRITE AREA-CODE-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'SKIP - NO CODE...:' TO SM-LABEL.
           MOVE WS-SKIP-BLANK-CNT    TO SM-COUNT.
           WRITE AREA-CODE-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'OTHER AREA CODE..:' TO SM-LABEL.
           MOVE WS-OTHER-CODE-CNT    TO SM-COUNT.
           WRITE AREA-CODE-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ZIPS NOT ON FILE.:' TO SM-LABEL.
           MOVE WS-NOT-FOUND-CNT     TO SM-COUNT.
           WRITE AREA-CODE-REPORT-LINE FROM SUMMARY-LINE.
       5000-EXIT.
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
               DISPLAY 'AC0099E SQLCODE=' SQLCODE
                    ' ON SCOPE STATE=' WS-SEL-STATE
                    ' COUNTY=' WS-SEL-COUNTY
                    ' ZIP=' WS-SEL-ZIP
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
           IF WS-ACSPORD-OK OR WS-ACSPORD-EOF
               CLOSE AREA-CODE-ORDER-FILE
           END-IF.
           CLOSE MAINT-TRANS-FILE.
           CLOSE AREA-CODE-REPORT.
           DISPLAY 'AC0001I IN SCOPE=' WS-IN-SCOPE-CNT
                ' CHANGE=' WS-CHANGE-CNT
                ' SKIPPED=' WS-SKIP-NEW-CNT '/' WS-SKIP-BLANK-CNT
                ' NOT FOUND=' WS-NOT-FOUND-CNT.
           MOVE WS-IN-SCOPE-CNT  TO RCTL-READ-CNT.
           MOVE WS-CHANGE-CNT    TO RCTL-EXTRACT-CNT.
           MOVE WS-NOT-FOUND-CNT TO RCTL-REJECT-CNT.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
      *
      *    A WARNING IS A NORMAL, COMPLETED OUTCOME - THE RUN-CONTROL
      *    ROW STAYS 'C' AND ONLY THE JOB RETURN CODE IS RAISED,
      *    AFTER THE ROW IS STAMPED.
           IF WS-WARNED
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
