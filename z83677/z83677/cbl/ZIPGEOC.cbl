      *                     VIA THE SHARED ZIPRCTL         *
      *                     SUBPROGRAM - START AND END OF  *
      *                     RUN, FINAL STATUS AND COUNTS.  *
      *   10/15/2026  DJ   EACH EXCEPTION IS ALSO WRITTEN  *
      *                     TO A NEW GENERATION OF THE     *
      *                     GEOCODE EXCEPTION FILE (DD     *
      *                     ZIPGEXC, SHARED LAYOUT         *
      *                     GEOCEXC) SO THE GIS MAPPING    *
      *                     EXPORT CAN LIST THE ZIPS ON    *
      *                     THE LATEST RUN.                *
      *   10/15/2026  DJ   A FAILED OPEN OF THE REPORT OR  *
      *                     THE EXCEPTION FILE NOW ENDS    *
      *                     THE STEP WITH RC 16 AND THE    *
      *                     RUN ROW 'F' - THE LATER ZIPCNV *
      *                     CALLS HAD RESET THE RETURN     *
      *                     CODE, SO THE CYCLE GATE SAW A  *
      *                     COMPLETED RUN.                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT ZIP-GEOC-REPORT  ASSIGN TO ZIPGRPT
                  FILE STATUS IS WS-ZIPGRPT-STATUS.
           SELECT GEOC-EXCEPTION-FILE ASSIGN TO ZIPGEXC
                  FILE STATUS IS WS-ZIPGEXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ZIP-GEOC-REPORT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ZIP-GEOC-REPORT-LINE        PIC X(132).
      *****************************************************
      * GEOCODE EXCEPTION FILE FOR THE GIS MAPPING EXPORT  *
      * - SHARED LAYOUT.                                   *
      *****************************************************
       FD  GEOC-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY GEOCEXC.
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND ZBANK.ZIP DECLARATIONS *
      *****************************************************
       01  WS-ZIPGRPT-STATUS           PIC X(02).
           88  WS-ZIPGRPT-OK               VALUE '00'.
       01  WS-ZIPGEXC-STATUS           PIC X(02).
           88  WS-ZIPGEXC-OK               VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-OPEN-FAILED-SW       PIC X(01)  VALUE 'N'.
               88  WS-OPEN-FAILED          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-CHECKED-CNT          PIC 9(7)  COMP  VALUE ZERO.
           05  WS-EXCEPTION-CNT        PIC 9(7)  COMP  VALUE ZERO.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - OPEN THE REPORT, THE EXCEPTION   *
      * FILE AND CUR1, PRINT HEADINGS.                     *
      *****************************************************
       1000-INITIALIZE.
           MOVE 'ZIPGEOC' TO RCTL-PROGRAM.
               DISPLAY 'ZG0002E UNABLE TO OPEN ZIP-GEOC-REPORT'
                    ' STATUS=' WS-ZIPGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-OPEN-FAILED TO TRUE
           END-IF.
           OPEN OUTPUT GEOC-EXCEPTION-FILE.
           IF NOT WS-ZIPGEXC-OK
               DISPLAY 'ZG0003E UNABLE TO OPEN GEOC-EXCEPTION-FILE'
                    ' STATUS=' WS-ZIPGEXC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-OPEN-FAILED TO TRUE
           END-IF.
           WRITE ZIP-GEOC-REPORT-LINE FROM HDG1-LINE.
           WRITE ZIP-GEOC-REPORT-LINE FROM HDG2-LINE.
           MOVE LATITUDE-I     TO DL-LATITUDE.
           MOVE WS-REASON      TO DL-REASON.
           WRITE ZIP-GEOC-REPORT-LINE FROM DETAIL-LINE.
           MOVE SPACES         TO GEOC-EXCEPTION-RECORD.
           MOVE ZIP-I          TO GE-ZIP.
           MOVE STATE-I        TO GE-STATE.
           MOVE LONGITUDE-I    TO GE-LONGITUDE.
           MOVE LATITUDE-I     TO GE-LATITUDE.
           MOVE WS-REASON      TO GE-REASON.
           MOVE RCTL-BUSINESS-DATE TO GE-RUN-DATE.
           WRITE GEOC-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-CNT.
       2900-EXIT.
           EXIT.
       8000-EXIT.
           EXIT.
      *****************************************************
      * 9000-TERMINATE - CLOSE CUR1, THE REPORT AND THE    *
      * EXCEPTION FILE.  A FAILED OPEN IS MARKED RC 16     *
      * AGAIN BEFORE THE RUN ROW IS CLOSED - EVERY CALL TO *
      * ZIPCNV SINCE HAS RESET RETURN-CODE.                *
      *****************************************************
       9000-TERMINATE.
           EXEC SQL CLOSE CUR1 END-EXEC.
           CLOSE ZIP-GEOC-REPORT.
           CLOSE GEOC-EXCEPTION-FILE.
           DISPLAY 'ZG0001I CHECKED=' WS-CHECKED-CNT
                ' EXCEPTIONS=' WS-EXCEPTION-CNT.
           MOVE WS-CHECKED-CNT   TO RCTL-READ-CNT.
           MOVE WS-EXCEPTION-CNT TO RCTL-REJECT-CNT.
           IF WS-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
       9000-EXIT.
           EXIT.
