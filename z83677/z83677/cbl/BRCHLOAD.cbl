      *                     THE RUN IS RECORDED IN          *
      *                     ZBANK.RUNCTL VIA THE SHARED     *
      *                     ZIPRCTL SUBPROGRAM.             *
      *   10/15/2026  DJ   A RUN THAT OPENS, CHANGES OR     *
      *                     CLOSES ANY BRANCH NOW MARKS THE *
      *                     ZBANK.ZIPNEAR NEAREST-BRANCH    *
      *                     TABLE STALE WITH A 'ZIPNEAR'    *
      *                     STATUS 'S' ROW IN ZBANK.RUNCTL, *
      *                     SO THE CYCLE GATE HOLDS ITS     *
      *                     CONSUMERS UNTIL THE BRANCH-     *
      *                     DISTANCE JOB REBUILDS IT.       *
      *   10/15/2026  DJ   THE STALE MARK CARRIES THE RUN'S *
      *                     BUSINESS DATE.                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CHANGE-JOB               PIC X(08)  VALUE 'BRCHLOAD'.
       01  WS-CHANGE-USER              PIC X(08)  VALUE SPACES.
      *****************************************************
      * ZBANK.RUNCTL DECLARATION AND THE FIELDS FOR THE    *
      * ZIPNEAR STALE MARK - SHARED COPYBOOK.              *
      *****************************************************
           COPY RUNCTAB.
       01  WS-NEAR-PROGRAM             PIC X(08)  VALUE 'ZIPNEAR'.
      *****************************************************
      * RUN-CONTROL PARAMETER AREA FOR THE SHARED ZIPRCTL  *
      * SUBPROGRAM - SHARED COPYBOOK.                      *
      *****************************************************
           MOVE WS-CHANGE-CNT   TO RCTL-UPDATE-CNT.
           MOVE WS-CLOSE-CNT    TO RCTL-DELETE-CNT.
           MOVE WS-REJECT-CNT   TO RCTL-REJECT-CNT.
           IF WS-OPEN-CNT > ZERO
              OR WS-CHANGE-CNT > ZERO
              OR WS-CLOSE-CNT > ZERO
               PERFORM 9100-MARK-NEAR-STALE THRU 9100-EXIT
           END-IF.
           PERFORM 7200-RECORD-RUN-END THRU 7200-EXIT.
       9000-EXIT.
           EXIT.
      *****************************************************
      * 9100-MARK-NEAR-STALE - THE BRANCH NETWORK CHANGED, *
      * SO EVERY ZBANK.ZIPNEAR ANSWER IS SUSPECT.  A NEW   *
      * 'ZIPNEAR' ROW WITH STATUS 'S' BECOMES THE LATEST   *
      * ONE FOR THAT NAME; THE CYCLE GATE HOLDS ON IT      *
      * UNTIL THE BRANCH-DISTANCE JOB RECORDS A REBUILD.   *
      * CARRIES THIS RUN'S OPEN/CHANGE/CLOSE COUNTS.       *
      *****************************************************
       9100-MARK-NEAR-STALE.
           EXEC SQL
               INSERT INTO ZBANK.RUNCTL
                      (PROGRAM_NAME, JOB_NAME, RUN_START, RUN_END,
                       RUN_STATUS, READ_CNT, INSERT_CNT, UPDATE_CNT,
                       DELETE_CNT, REJECT_CNT, EXTRACT_CNT,
                       BUSINESS_DATE)
                   VALUES (:WS-NEAR-PROGRAM, :RCTL-JOB,
                           CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                           'S', 0, :RCTL-INSERT-CNT,
                           :RCTL-UPDATE-CNT, :RCTL-DELETE-CNT, 0, 0,
                           DATE(:RCTL-BUSINESS-DATE))
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'BL0002I ZBANK.ZIPNEAR MARKED STALE - '
                    'REBUILD WITH THE BRANCH-DISTANCE JOB'
           ELSE
               DISPLAY 'BL0030E UNABLE TO MARK ZBANK.ZIPNEAR STALE - '
                    'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
