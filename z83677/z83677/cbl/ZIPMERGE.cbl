      *                     OUTPUT AND LISTED FOR A PERSON  *
      *                     TO RULE ON, WITH RC 8, INSTEAD  *
      *                     OF APPLY ORDER DECIDING.        *
      *   10/15/2026  DJ   ADDED A FOURTH INPUT (TRNIN4)    *
      *                     FOR THE OCCASIONAL AREA-CODE    *
      *                     SPLIT/OVERLAY BATCH.  AN INPUT  *
      *                     THAT IS PRESENT BUT EMPTY (A    *
      *                     DUMMY DD) IS NOW TREATED AS AN  *
      *                     ABSENT PRODUCER INSTEAD OF A    *
      *                     BATCH WITH NO HEADER.           *
      *   10/15/2026  DJ   AN 'A' (AREA-CODE-ONLY UPDATE)   *
      *                     FROM THE SPLIT/OVERLAY BATCH    *
      *                     COUNTS AS A 'U' IN THE CONFLICT *
      *                     TEST, SO IT STILL CONFLICTS     *
      *                     WITH A DELETE OR INSERT OF THE  *
      *                     SAME KEY BUT NOT WITH ANOTHER   *
      *                     BATCH'S UPDATE.                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  FILE STATUS IS WS-TRNIN2-STATUS.
           SELECT TRNIN3-FILE       ASSIGN TO TRNIN3
                  FILE STATUS IS WS-TRNIN3-STATUS.
           SELECT TRNIN4-FILE       ASSIGN TO TRNIN4
                  FILE STATUS IS WS-TRNIN4-STATUS.
           SELECT MAINT-TRANS-FILE  ASSIGN TO MAINTTRN
                  FILE STATUS IS WS-MAINTTRN-STATUS.
           SELECT ZIP-MERGE-REPORT  ASSIGN TO ZMRGRPT
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * THE FOUR WRAPPED INPUT BATCHES - SAME 106-BYTE     *
      * MNTTRN LAYOUT.  A MISSING FILE (STATUS 35, OR A    *
      * DUMMY DD) IS SIMPLY AN ABSENT PRODUCER TONIGHT.    *
      *****************************************************
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TRNIN3-RECORD               PIC X(106).
       FD  TRNIN4-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TRNIN4-RECORD               PIC X(106).
      *****************************************************
      * CONSOLIDATED OUTPUT FOR THE NIGHTLY APPLY.         *
      *****************************************************
       01  WS-TRNIN3-STATUS            PIC X(02).
           88  WS-TRNIN3-OK                VALUE '00'.
           88  WS-TRNIN3-NOT-FOUND         VALUE '35'.
       01  WS-TRNIN4-STATUS            PIC X(02).
           88  WS-TRNIN4-OK                VALUE '00'.
           88  WS-TRNIN4-NOT-FOUND         VALUE '35'.
       01  WS-MAINTTRN-STATUS          PIC X(02).
           88  WS-MAINTTRN-OK              VALUE '00'.
       01  WS-REPORT-STATUS            PIC X(02).
           05  WS-SCAN-PASS-SW         PIC X(01)  VALUE 'Y'.
               88  WS-SCAN-PASS            VALUE 'Y'.
       01  WS-BATCH-NBR                PIC 9(1)   VALUE ZERO.
      *
      *    PRESENT SWITCH PER INPUT - 'Y' OPEN WITH RECORDS, 'E' OPEN
      *    BUT EMPTY (STILL TO BE CLOSED), 'N' ABSENT.
       01  WS-BATCH-PRESENT.
           05  WS-BATCH-PRESENT-SW OCCURS 4 TIMES
                                       PIC X(01).
       01  WS-BATCH-SOURCE.
           05  WS-BATCH-SOURCE-NM OCCURS 4 TIMES
                                       PIC X(08).
      *****************************************************
      * PER-BATCH VERIFICATION ACCUMULATORS.               *
      * KEYS COVERS THE BIGGEST QUARTERLY NIGHT ON RECORD  *
      * WITH ROOM TO SPARE - A FULL TABLE ENDS THE RUN     *
      * RATHER THAN LETTING CONFLICTS SLIP PAST UNCHECKED. *
      * AN 'A' (AREA-CODE-ONLY UPDATE) IS KEPT AS A 'U'    *
      * HERE - IT IS AN UPDATE OF THE SAME ROW, NOT A      *
      * CONTRADICTION OF ONE.                              *
      *****************************************************
       01  WS-KEY-MAX                  PIC 9(5)  COMP  VALUE 30000.
       01  WS-KEY-CNT                  PIC 9(5)  COMP  VALUE ZERO.
               10  WS-KEY-BATCH        PIC 9(01).
               10  WS-KEY-CONFLICT-SW  PIC X(01).
       01  WS-WORK-KEY                 PIC X(07).
       01  WS-WORK-ACTION              PIC X(01).
       01  WS-WORK-SUB                 PIC 9(5)  COMP  VALUE ZERO.
      *****************************************************
      * RUN-CONTROL PARAMETER AREA FOR THE SHARED ZIPRCTL  *
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-ONE-BATCH THRU 2000-EXIT
               VARYING WS-BATCH-NBR FROM 1 BY 1
               UNTIL WS-BATCH-NBR > 4
                  OR WS-RUN-FAILED.
           MOVE 'N' TO WS-SCAN-PASS-SW.
           IF NOT WS-RUN-FAILED
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
           MOVE 'N' TO WS-BATCH-PRESENT-SW (1)
                       WS-BATCH-PRESENT-SW (2)
                       WS-BATCH-PRESENT-SW (3)
                       WS-BATCH-PRESENT-SW (4).
           MOVE SPACES TO WS-BATCH-SOURCE.
           OPEN INPUT TRNIN1-FILE.
           EVALUATE TRUE
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE.
           OPEN INPUT TRNIN4-FILE.
           EVALUATE TRUE
               WHEN WS-TRNIN4-OK
                   MOVE 'Y' TO WS-BATCH-PRESENT-SW (4)
               WHEN WS-TRNIN4-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ZE0015E UNABLE TO OPEN TRNIN4'
                        ' STATUS=' WS-TRNIN4-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE.
           OPEN OUTPUT MAINT-TRANS-FILE.
           IF NOT WS-MAINTTRN-OK
               DISPLAY 'ZE0013E UNABLE TO OPEN MAINT-TRANS-FILE'
      *****************************************************
      * 2000-SCAN-ONE-BATCH - PASS-ONE WALK OF ONE INPUT:  *
      * VERIFY ITS BATCH CONTROLS AND MAP EVERY DETAIL     *
      * KEY.  AN INPUT WITH NO RECORDS AT ALL (A DUMMY DD) *
      * IS DROPPED AS ABSENT - THE APPLY PASS TREATS AN    *
      * EMPTY FILE AS NO MAINTENANCE, AND SO DOES THIS.    *
      *****************************************************
       2000-SCAN-ONE-BATCH.
           IF WS-BATCH-PRESENT-SW (WS-BATCH-NBR) NOT = 'Y'
           MOVE ZERO TO WS-TRL-RECORD-COUNT.
           MOVE ZERO TO WS-TRL-POP-HASH.
           PERFORM 2100-READ-CURRENT-INPUT THRU 2100-EXIT.
           IF WS-BATCH-EOF
               MOVE 'E' TO WS-BATCH-PRESENT-SW (WS-BATCH-NBR)
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-SCAN-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-BATCH-EOF.
           PERFORM 2500-VERIFY-BATCH THRU 2500-EXIT.
                               ADD 1 TO WS-READ-CNT
                           END-IF
                   END-READ
               WHEN 4
                   READ TRNIN4-FILE
                       AT END
                           SET WS-BATCH-EOF TO TRUE
                       NOT AT END
                           MOVE TRNIN4-RECORD TO MAINT-TRANS-RECORD
                           IF WS-SCAN-PASS
                               ADD 1 TO WS-READ-CNT
                           END-IF
                   END-READ
           END-EVALUATE.
       2100-EXIT.
           EXIT.
       2300-MAP-DETAIL-KEY.
           MOVE MT-ZIP-I   TO WS-WORK-KEY (1:5).
           MOVE MT-STATE-I TO WS-WORK-KEY (6:2).
           IF MT-ACTION-AREA-CODE
               MOVE 'U'            TO WS-WORK-ACTION
           ELSE
               MOVE MT-ACTION-CODE TO WS-WORK-ACTION
           END-IF.
           PERFORM 2350-FIND-KEY THRU 2350-EXIT.
           IF WS-WORK-SUB = ZERO
               IF WS-KEY-CNT >= WS-KEY-MAX
                   ADD 1 TO WS-KEY-CNT
                   SET WS-KEY-IDX TO WS-KEY-CNT
                   MOVE WS-WORK-KEY    TO WS-KEY-ZIP-STATE (WS-KEY-IDX)
                   MOVE WS-WORK-ACTION TO WS-KEY-ACTION (WS-KEY-IDX)
                   MOVE WS-BATCH-NBR   TO WS-KEY-BATCH (WS-KEY-IDX)
                   MOVE 'N'            TO WS-KEY-CONFLICT-SW
                                          (WS-KEY-IDX)
           ELSE
               SET WS-KEY-IDX TO WS-WORK-SUB
               IF WS-KEY-BATCH (WS-KEY-IDX) NOT = WS-BATCH-NBR
                  AND WS-KEY-ACTION (WS-KEY-IDX) NOT = WS-WORK-ACTION
                   IF WS-KEY-CONFLICT-SW (WS-KEY-IDX) NOT = 'Y'
                       MOVE 'Y' TO WS-KEY-CONFLICT-SW (WS-KEY-IDX)
                       ADD 1 TO WS-CONFLICT-KEY-CNT
           PERFORM 4100-REOPEN-INPUTS THRU 4100-EXIT.
           PERFORM 4200-COPY-ONE-BATCH THRU 4200-EXIT
               VARYING WS-BATCH-NBR FROM 1 BY 1
               UNTIL WS-BATCH-NBR > 4.
           MOVE SPACES TO MAINT-TRANS-RECORD.
           SET MT-ACTION-TRAILER TO TRUE.
           MOVE WS-OUT-DETAIL-CNT TO MT-TRL-RECORD-COUNT.
               CLOSE TRNIN3-FILE
               OPEN INPUT TRNIN3-FILE
           END-IF.
           IF WS-BATCH-PRESENT-SW (4) = 'Y'
               CLOSE TRNIN4-FILE
               OPEN INPUT TRNIN4-FILE
           END-IF.
       4100-EXIT.
           EXIT.
       4200-COPY-ONE-BATCH.
           PERFORM 4100-REOPEN-INPUTS THRU 4100-EXIT.
           PERFORM 5100-LIST-ONE-BATCH THRU 5100-EXIT
               VARYING WS-BATCH-NBR FROM 1 BY 1
               UNTIL WS-BATCH-NBR > 4.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
      * COUNTS.                                            *
      *****************************************************
       9000-TERMINATE.
           IF WS-BATCH-PRESENT-SW (1) NOT = 'N'
               CLOSE TRNIN1-FILE
           END-IF.
           IF WS-BATCH-PRESENT-SW (2) NOT = 'N'
               CLOSE TRNIN2-FILE
           END-IF.
           IF WS-BATCH-PRESENT-SW (3) NOT = 'N'
               CLOSE TRNIN3-FILE
           END-IF.
           IF WS-BATCH-PRESENT-SW (4) NOT = 'N'
               CLOSE TRNIN4-FILE
           END-IF.
           CLOSE MAINT-TRANS-FILE.
           CLOSE ZIP-MERGE-REPORT.
           DISPLAY 'ZE0001I READ=' WS-READ-CNT
