      *                     MOMENT IN TIME.  ZIPHIST       *
      *                     COVERS ONLY ZIPNAME AND        *
      *                     POPULATION AND COULD NOT.      *
      *   10/15/2026  DJ   AN UPDATE NOW ALSO APPLIES THE   *
      *                     TRANSACTION'S AREA CODE WHEN IT *
      *                     CARRIES ONE, SO AN AREA-CODE    *
      *                     SPLIT OR OVERLAY BATCH TAKES    *
      *                     EFFECT.  A BLANK AREA CODE ON   *
      *                     AN UPDATE LEAVES THE COLUMN AS  *
      *                     IT WAS.                         *
      *   10/15/2026  DJ   "TODAY" FOR THE PENDING RELEASE  *
      *                     AND THE EFFECTIVE-DATE HOLD IS  *
      *                     NOW THE ZBANK.BUSDATE BUSINESS  *
      *                     DATE THE RUN IS STAMPED WITH,   *
      *                     NOT THE CLOCK - A CYCLE RUNNING *
      *                     PAST MIDNIGHT NO LONGER         *
      *                     RELEASES THE NEXT DAY'S WORK.   *
      *   10/15/2026  DJ   THE AREA CODE NOW CHANGES ONLY   *
      *                     ON THE NEW 'A' (AREA-CODE-ONLY) *
      *                     ACTION THE ZIPACSP SPLIT/       *
      *                     OVERLAY RUN WRITES, APPLIED OR  *
      *                     HELD AND RELEASED LIKE A 'U'.   *
      *                     IT TAKES ZIPNAME AND POPULATION *
      *                     FROM THE LIVE ROW, SO ONE       *
      *                     RELEASED FROM THE PENDING QUEUE *
      *                     NO LONGER UNDOES CHANGES MADE   *
      *                     SINCE THE BATCH WAS CUT.  A 'U' *
      *                     NO LONGER TOUCHES THE AREA      *
      *                     CODE.                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TRL-POP-HASH            PIC 9(13)  VALUE ZERO.
      *****************************************************
      * PERIODIC COMMIT AND RESTART FOR THE APPLY PASS.    *
      * WS-MAINT-TRANS-NBR NUMBERS THE DETAIL (I/U/D/A)    *
      * TRANSACTIONS IN FILE ORDER; A RESTARTED RUN SKIPS  *
      * EVERY TRANSACTION UP TO AND INCLUDING THE LAST     *
      * COMMITTED NUMBER IN MNTRSTRT.                      *
      * ZBANK.ZIPPEND PENDING-MAINTENANCE QUEUE - SHARED   *
      * COPYBOOKS - AND ITS TWO CURSORS: CURE FETCHES THE  *
      * TRANSACTIONS DUE FOR RELEASE TONIGHT, CURG LISTS   *
      * WHAT IS STILL WAITING AFTER THE RUN.  BOTH KEY ON  *
      * THE BUSINESS DATE, NOT THE CLOCK.                  *
      *****************************************************
           COPY ZPNDTAB.
           COPY ZPNDREC.
           COPY BUSDREC.
                EXEC SQL DECLARE CURE  CURSOR FOR
                         SELECT ACTION_CODE, ZIP, STATE, ZIPNAME,
                                LONGITUDE, LATITUDE, POPULATION,
                                CHAR(EFF_DATE, ISO),
                                SOURCE_SYSTEM, BATCH_DATE
                         FROM ZBANK.ZIPPEND
                         WHERE EFF_DATE <= DATE(:BD-CURR-DATE-I)
                         ORDER BY EFF_DATE, ZIP, STATE
                     END-EXEC.
                EXEC SQL DECLARE CURG  CURSOR FOR
                                CHAR(EFF_DATE, ISO),
                                SOURCE_SYSTEM, BATCH_DATE
                         FROM ZBANK.ZIPPEND
                         WHERE EFF_DATE > DATE(:BD-CURR-DATE-I)
                         ORDER BY EFF_DATE, ZIP, STATE
                     END-EXEC.
      *****************************************************
      * PENDING-QUEUE WORK FIELDS.  WS-TODAY-DATE - THE    *
      * BUSINESS DATE AS YYYYMMDD - BACKS THE HOLD TEST ON *
      * MT-EFF-DATE; THE COUNTS FEED THE LISTING TRAILER   *
      * AND THE JOB LOG.                                   *
      *****************************************************
       01  WS-PENDRPT-STATUS           PIC X(02).
           88  WS-PENDRPT-OK               VALUE '00'.
           88  WS-OLD-ROW-NOT-FOUND        VALUE 'N'.
       01  WS-OLD-ZIPNAME-I            PIC X(20)  VALUE SPACES.
       01  WS-OLD-POPULATION-I         PIC 9(7)   VALUE ZERO.
       01  WS-UPDATE-ACTION            PIC X(01)  VALUE SPACE.
           88  WS-AREA-CODE-UPDATE         VALUE 'A'.
      *****************************************************
      * RUN-CONTROL PARAMETER AREA FOR THE SHARED ZIPRCTL  *
      * SUBPROGRAM - SHARED COPYBOOK.                      *
      * NORMAL (NO MAINTENANCE TODAY) CONDITION.            *
      *****************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-JOBNAME TO WS-CHANGE-JOB
           ELSE
           MOVE 'SQL'           TO RCTL-PROGRAM.
           MOVE WS-CHANGE-JOB   TO RCTL-JOB.
           PERFORM 7100-RECORD-RUN-START THRU 7100-EXIT.
      *
      *    THE START CALL HANDS BACK THE BUSINESS DATE THE RUN IS
      *    STAMPED WITH - THE RELEASE AND HOLD TESTS USE THE SAME.
           MOVE RCTL-BUSINESS-DATE TO BD-CURR-DATE-I.
           STRING BD-CURR-YYYY DELIMITED BY SIZE
                  BD-CURR-MM   DELIMITED BY SIZE
                  BD-CURR-DD   DELIMITED BY SIZE
               INTO WS-TODAY-DATE.
           EXEC SQL
               SET :WS-CHANGE-USER = USER
           END-EXEC.
           EVALUATE TRUE
               WHEN PND-ACTION-INSERT
                   PERFORM 4100-INSERT-ZIP-ROW THRU 4100-EXIT
               WHEN PND-ACTION-UPDATE OR PND-ACTION-AREA-CODE
                   MOVE PND-ACTION-I TO WS-UPDATE-ACTION
                   PERFORM 4200-UPDATE-ZIP-ROW THRU 4200-EXIT
               WHEN PND-ACTION-DELETE
                   PERFORM 4300-DELETE-ZIP-ROW THRU 4300-EXIT
           EXIT.
       2200-PROCESS-MAINT-TRANS.
      *
      *    ONLY DETAIL (I/U/D/A) RECORDS ARE NUMBERED, AND ON A
      *    RESTART EVERY TRANSACTION ALREADY COVERED BY A COMMITTED
      *    CHECKPOINT IS SKIPPED RATHER THAN RE-APPLIED.
           IF MT-ACTION-DETAIL
           EVALUATE TRUE
               WHEN MT-ACTION-INSERT
                   PERFORM 4100-INSERT-ZIP-ROW THRU 4100-EXIT
               WHEN MT-ACTION-UPDATE OR MT-ACTION-AREA-CODE
                   MOVE MT-ACTION-CODE TO WS-UPDATE-ACTION
                   PERFORM 4200-UPDATE-ZIP-ROW THRU 4200-EXIT
               WHEN MT-ACTION-DELETE
                   PERFORM 4300-DELETE-ZIP-ROW THRU 4300-EXIT
           EXIT.
      *****************************************************
      * 4200-UPDATE-ZIP-ROW - CORRECT ZIPNAME-I AND/OR     *
      * POPULATION-I ON AN EXISTING ZIP CODE ROW ('U'), OR *
      * REPLACE ITS AREA CODE ('A', WRITTEN BY THE ZIPACSP *
      * SPLIT/OVERLAY RUN).  AN 'A' TOUCHES NOTHING ELSE - *
      * ITS ZIPNAME AND POPULATION WERE COPIED WHEN THE    *
      * BATCH WAS CUT AND MAY HAVE SAT IN ZBANK.ZIPPEND    *
      * SINCE, SO THEY ARE REFRESHED FROM THE ROW AS IT    *
      * STANDS TONIGHT.  A 'U' LEAVES THE AREA CODE ALONE. *
      * WS-UPDATE-ACTION IS SET BY THE CALLER.             *
      *****************************************************
       4200-UPDATE-ZIP-ROW.
           PERFORM 5000-VALIDATE-ZIP-STATE THRU 5000-EXIT.
               PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
           ELSE
               PERFORM 4050-FETCH-OLD-ZIP-ROW THRU 4050-EXIT
               IF WS-AREA-CODE-UPDATE
                   MOVE WS-OLD-ZIPNAME-I    TO ZIPNAME-I
                   MOVE WS-OLD-POPULATION-I TO POPULATION-I
               ELSE
                   MOVE SPACES              TO AREA-CODE-I
               END-IF
               EXEC SQL
                   UPDATE ZBANK.ZIP
                      SET ZIPNAME   = :ZIPNAME-I,
                          POPULATION = :POPULATION-I,
                          AREA_CODE =
                              CASE WHEN :AREA-CODE-I = ' '
                                   THEN AREA_CODE
                                   ELSE :AREA-CODE-I
                              END
                    WHERE ZIP = :ZIP-I
                      AND STATE = :STATE-I
               END-EXEC
