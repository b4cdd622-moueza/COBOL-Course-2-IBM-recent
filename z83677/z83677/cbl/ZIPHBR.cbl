       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPHBR.
       AUTHOR.        D JOHNSTON.
       INSTALLATION.  ZBANK DATA ADMINISTRATION.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      *   10/15/2026  DJ   ORIGINAL - ONLINE CICS           *
      *                     TRANSACTION ZIPH.  A CSR OR     *
      *                     DATA ADMINISTRATOR ENTERS A ZIP *
      *                     (AND OPTIONALLY ITS STATE) AND  *
      *                     PAGES THROUGH THE KEY'S WHOLE   *
      *                     CHANGE TIMELINE, OLDEST FIRST,  *
      *                     WITH PF7/PF8.  EACH ENTRY SHOWS *
      *                     WHEN, WHAT KIND OF CHANGE, THE  *
      *                     JOB AND USER THAT MADE IT, AND  *
      *                     THE BEFORE AND AFTER VALUE OF   *
      *                     EVERY COLUMN IT CHANGED.  THE   *
      *                     FULL-ROW IMAGES IN ZBANK.ZIPIMG *
      *                     ARE THE RECORD FROM CAPTURE     *
      *                     GO-LIVE ON; THE ZBANK.ZIPHIST   *
      *                     NAME/POPULATION AUDIT FILLS IN  *
      *                     EVERYTHING BEFORE IT.  THE      *
      *                     HEADER ALSO SHOWS THE KEY'S     *
      *                     ZBANK.ZIPRET RETIREMENT AND ANY *
      *                     ZBANK.ZIPPEND TRANSACTION STILL *
      *                     WAITING FOR ITS EFFECTIVE DATE. *
      *                     REACHED FROM THE ZIPQ INQUIRY   *
      *                     SCREEN VIA PF6, WHICH XCTLS     *
      *                     HERE WITH THE ZIP IN THE        *
      *                     COMMAREA.                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z.
       OBJECT-COMPUTER.  IBM-Z.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND ZBANK.ZIP DECLARATIONS *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY ZIPTAB.
           COPY ZIPREC.
      *****************************************************
      * ZBANK.ZIPIMG, ZBANK.ZIPHIST, ZBANK.ZIPRET AND      *
      * ZBANK.ZIPPEND DECLARATIONS AND THE HOST STRUCTURES *
      * USED HERE - SHARED COPYBOOKS.                      *
      *****************************************************
           COPY ZIMGTAB.
           COPY ZIPHTAB.
           COPY ZRETTAB.
           COPY ZRETREC.
           COPY ZPNDTAB.
           COPY ZPNDREC.
      *****************************************************
      * HOST VARIABLES FOR THE KEY BEING BROWSED - MUST BE *
      * DECLARED BEFORE THE CURSORS BELOW SO THE           *
      * PRECOMPILER CAN RESOLVE THEM.                      *
      *****************************************************
       01  WS-KEY-ZIP                  PIC X(05)  VALUE SPACES.
       01  WS-KEY-STATE                PIC X(02)  VALUE SPACES.
       01  WS-KEY-RANK                 PIC S9(9) COMP VALUE ZERO.
      *****************************************************
      * CURK - THE STATE TO BROWSE WHEN ONLY A ZIP WAS     *
      * GIVEN: THE LIVE ROW'S FIRST, THEN A RETIRED ROW,   *
      * A PENDING ADD, AND FINALLY ANY HISTORY AT ALL.     *
      * CURP - THE KEY'S PENDING TRANSACTIONS, IN THE      *
      * ORDER THE NIGHTLY APPLY WILL RELEASE THEM.         *
      * CURT - THE TIMELINE.  EVERY ZBANK.ZIPIMG IMAGE OF  *
      * THE KEY, PLUS THE ZBANK.ZIPHIST AUDIT ROWS WRITTEN *
      * BEFORE THE ZIPSEED PASS STARTED IMAGE CAPTURE -    *
      * AFTER THAT EVERY CHANGE HAS AN IMAGE, AND SHOWING  *
      * ITS AUDIT ROW TOO WOULD LIST THE CHANGE TWICE.     *
      * ALL LOCAL TO THIS PROGRAM.                         *
      *****************************************************
                EXEC SQL DECLARE CURK  CURSOR FOR
                         SELECT 1, STATE FROM ZBANK.ZIP
                          WHERE ZIP = :WS-KEY-ZIP
                         UNION ALL
                         SELECT 2, STATE FROM ZBANK.ZIPRET
                          WHERE ZIP = :WS-KEY-ZIP
                         UNION ALL
                         SELECT 3, STATE FROM ZBANK.ZIPPEND
                          WHERE ZIP = :WS-KEY-ZIP
                         UNION ALL
                         SELECT 4, STATE FROM ZBANK.ZIPIMG
                          WHERE ZIP = :WS-KEY-ZIP
                         UNION ALL
                         SELECT 5, STATE FROM ZBANK.ZIPHIST
                          WHERE ZIP = :WS-KEY-ZIP
                         ORDER BY 1, 2
                         FETCH FIRST 1 ROWS ONLY
                     END-EXEC.
                EXEC SQL DECLARE CURP  CURSOR FOR
                         SELECT ACTION_CODE, ZIPNAME,
                                CHAR(EFF_DATE, ISO), SOURCE_SYSTEM
                         FROM ZBANK.ZIPPEND
                         WHERE ZIP = :WS-KEY-ZIP
                           AND STATE = :WS-KEY-STATE
                         ORDER BY EFF_DATE, QUEUED_TS
                     END-EXEC.
                EXEC SQL DECLARE CURT  CURSOR FOR
                         SELECT CHAR(G.CHANGE_TS), 'I',
                                G.CHANGE_TYPE, G.CHANGE_JOB,
                                G.CHANGE_USER, G.ZIPNAME,
                                G.LONGITUDE, G.LATITUDE,
                                G.POPULATION, G.COUNTY,
                                G.TIMEZONE, G.AREA_CODE,
                                ' ', 0
                         FROM ZBANK.ZIPIMG G
                         WHERE G.ZIP = :WS-KEY-ZIP
                           AND G.STATE = :WS-KEY-STATE
                         UNION ALL
                         SELECT CHAR(H.CHANGE_TS), 'H',
                                H.CHANGE_TYPE, H.CHANGE_JOB,
                                H.CHANGE_USER, H.NEW_ZIPNAME,
                                ' ', ' ',
                                H.NEW_POPULATION, ' ',
                                ' ', ' ',
                                H.OLD_ZIPNAME, H.OLD_POPULATION
                         FROM ZBANK.ZIPHIST H
                         WHERE H.ZIP = :WS-KEY-ZIP
                           AND H.STATE = :WS-KEY-STATE
                           AND NOT EXISTS
                               (SELECT 1 FROM ZBANK.ZIPIMG S
                                WHERE S.CHANGE_JOB = 'ZIPSEED'
                                  AND S.CHANGE_TS <= H.CHANGE_TS)
                         ORDER BY 1, 2
                     END-EXEC.
      *****************************************************
      * ATTENTION IDENTIFIER CONSTANTS (DFHPF3, ETC) - NOT *
      * AUTO-INSERTED BY THE TRANSLATOR LIKE EIBAID/       *
      * EIBCALEN, SO THEY MUST BE COPIED EXPLICITLY.       *
      *****************************************************
           COPY DFHAID.
      *****************************************************
      * SYMBOLIC MAP FOR THE CHANGE-HISTORY SCREEN.        *
      *****************************************************
           COPY ZIPHBRM.
      *****************************************************
      * ONE TIMELINE ROW AS CURT RETURNS IT.  AN AUDIT     *
      * ('H') ROW CARRIES ONLY NAME AND POPULATION, BEFORE *
      * AND AFTER; AN IMAGE ('I') ROW CARRIES THE WHOLE    *
      * ROW AND ITS BEFORE VALUES ARE THE KEY'S PREVIOUS   *
      * IMAGE.                                             *
      *****************************************************
       01  WS-TL-ROW.
           05  WS-TL-TS                PIC X(26).
           05  WS-TL-SOURCE            PIC X(01).
               88  WS-TL-FROM-IMAGE        VALUE 'I'.
               88  WS-TL-FROM-AUDIT        VALUE 'H'.
           05  WS-TL-TYPE              PIC X(01).
               88  WS-TL-INSERT            VALUE 'I'.
               88  WS-TL-UPDATE            VALUE 'U'.
               88  WS-TL-DELETE            VALUE 'D'.
           05  WS-TL-JOB               PIC X(08).
           05  WS-TL-USER              PIC X(08).
           05  WS-TL-ZIPNAME           PIC X(20).
           05  WS-TL-LONGITUDE         PIC X(10).
           05  WS-TL-LATITUDE          PIC X(10).
           05  WS-TL-POPULATION        PIC 9(07).
           05  WS-TL-COUNTY            PIC X(25).
           05  WS-TL-TIMEZONE          PIC X(15).
           05  WS-TL-AREA-CODE         PIC X(03).
           05  WS-TL-OLD-ZIPNAME       PIC X(20).
           05  WS-TL-OLD-POPULATION    PIC 9(07).
      *****************************************************
      * COLUMN VALUES AS DISPLAY TEXT, ONE SLOT PER        *
      * COMPARED COLUMN IN WS-COLUMN-NAME ORDER: THE ROW   *
      * JUST FETCHED, THE KEY'S PREVIOUS IMAGE, AND THE    *
      * BEFORE/AFTER PAIR BEING COMPARED FOR ONE ENTRY.    *
      *****************************************************
       01  WS-COLUMN-NAME-LIST.
           05  FILLER                  PIC X(10)  VALUE 'ZIPNAME'.
           05  FILLER                  PIC X(10)  VALUE 'LONGITUDE'.
           05  FILLER                  PIC X(10)  VALUE 'LATITUDE'.
           05  FILLER                  PIC X(10)  VALUE 'POPULATION'.
           05  FILLER                  PIC X(10)  VALUE 'COUNTY'.
           05  FILLER                  PIC X(10)  VALUE 'TIMEZONE'.
           05  FILLER                  PIC X(10)  VALUE 'AREA CODE'.
       01  WS-COLUMN-NAMES REDEFINES WS-COLUMN-NAME-LIST.
           05  WS-COLUMN-NAME OCCURS 7 TIMES
                                       PIC X(10).
       01  WS-COLUMN-MAX               PIC 9(4)  COMP  VALUE 7.
       01  WS-ROW-VALUES.
           05  WS-ROW-VALUE OCCURS 7 TIMES
                                       PIC X(25).
       01  WS-PREV-VALUES.
           05  WS-PREV-VALUE OCCURS 7 TIMES
                                       PIC X(25).
       01  WS-OLD-VALUES.
           05  WS-OLD-VALUE OCCURS 7 TIMES
                                       PIC X(25).
       01  WS-NEW-VALUES.
           05  WS-NEW-VALUE OCCURS 7 TIMES
                                       PIC X(25).
       01  WS-POP-EDIT                 PIC Z(6)9.
      *****************************************************
      * SCREEN LINES.  AN ENTRY IS ONE HEADER LINE PLUS    *
      * ONE LINE PER CHANGED COLUMN; IT IS BUILT WHOLE IN  *
      * WS-ENTRY-TABLE AND ONLY MOVED TO THE PAGE WHEN IT  *
      * FITS, SO NO ENTRY IS EVER SPLIT ACROSS TWO PAGES.  *
      *****************************************************
       01  WS-ENTRY-HDR.
           05  WS-EH-TS                PIC X(19).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-EH-TYPE              PIC X(08).
           05  FILLER                  PIC X(05)  VALUE ' JOB '.
           05  WS-EH-JOB               PIC X(08).
           05  FILLER                  PIC X(06)  VALUE ' USER '.
           05  WS-EH-USER              PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-EH-NOTE              PIC X(22).
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-CL-COLUMN            PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-CL-BEFORE            PIC X(25).
           05  FILLER                  PIC X(04)  VALUE ' -> '.
           05  WS-CL-AFTER             PIC X(25).
           05  FILLER                  PIC X(09)  VALUE SPACES.
       01  WS-ENTRY-CNT                PIC 9(4)  COMP  VALUE ZERO.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-TEXT OCCURS 8 TIMES
                                       PIC X(78).
       01  WS-PAGE-MAX                 PIC 9(4)  COMP  VALUE 14.
       01  WS-PAGE-CNT                 PIC 9(4)  COMP  VALUE ZERO.
       01  WS-PAGE-TABLE.
           05  WS-PAGE-LINE OCCURS 14 TIMES
                                       PIC X(78).
       01  WS-PAGE-INFO.
           05  FILLER                  PIC X(05)  VALUE 'PAGE '.
           05  WS-PI-PAGE              PIC 9(03).
           05  FILLER                  PIC X(03)  VALUE ' - '.
           05  WS-PI-TEXT              PIC X(18).
      *****************************************************
      * RETIREMENT AND PENDING-TRANSACTION HEADER LINES.   *
      *****************************************************
       01  WS-RET-LINE.
           05  WS-RL-DATE              PIC X(10).
           05  FILLER                  PIC X(06)  VALUE ' FROM '.
           05  WS-RL-SOURCE            PIC X(08).
           05  FILLER                  PIC X(07)  VALUE ' BATCH '.
           05  WS-RL-BATCH             PIC X(08).
           05  FILLER                  PIC X(04)  VALUE ' AS '.
           05  WS-RL-ZIPNAME           PIC X(20).
           05  FILLER                  PIC X(03)  VALUE SPACES.
       01  WS-PEND-LINE.
           05  WS-PL-ACTION            PIC X(06).
           05  FILLER                  PIC X(05)  VALUE ' EFF '.
           05  WS-PL-EFF-DATE          PIC X(10).
           05  FILLER                  PIC X(06)  VALUE ' FROM '.
           05  WS-PL-SOURCE            PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-PL-ZIPNAME           PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-PL-MORE              PIC X(09).
       01  WS-PEND-MORE-TEXT.
           05  FILLER                  PIC X(01)  VALUE '+'.
           05  WS-PM-CNT               PIC ZZ9.
           05  FILLER                  PIC X(05)  VALUE ' MORE'.
       01  WS-PEND-CNT                 PIC 9(4)  COMP  VALUE ZERO.
      *****************************************************
      * WORK FIELDS AND SWITCHES.                          *
      *****************************************************
       01  WS-SWITCHES.
           05  WS-CURT-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-CURT-EOF             VALUE 'Y'.
           05  WS-CURP-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-CURP-EOF             VALUE 'Y'.
           05  WS-PAGE-FULL-SW         PIC X(01)  VALUE 'N'.
               88  WS-PAGE-FULL            VALUE 'Y'.
           05  WS-PREV-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-PREV-FOUND           VALUE 'Y'.
           05  WS-SQL-FAIL-SW          PIC X(01)  VALUE 'N'.
               88  WS-SQL-FAILED           VALUE 'Y'.
       01  WS-TL-ORDINAL               PIC 9(5)  COMP  VALUE ZERO.
       01  WS-START-ORDINAL            PIC 9(5)  COMP  VALUE ZERO.
       01  WS-COL-SUB                  PIC 9(4)  COMP  VALUE ZERO.
       01  WS-LINE-SUB                 PIC 9(4)  COMP  VALUE ZERO.
      *****************************************************
      * COMMAREA PASSED ON OUR OWN RETURNS - THE KEY BEING *
      * BROWSED, THE PAGE ON THE SCREEN, THE TIMELINE      *
      * ENTRY EACH PAGE SO FAR STARTED AT (SO PF7 CAN GO   *
      * BACK) AND WHERE THE NEXT PAGE STARTS (ZERO WHEN    *
      * THE TIMELINE ENDS ON THIS PAGE).  A 5-BYTE         *
      * COMMAREA CAN ONLY BE THE PF6 XCTL FROM THE ZIPQ    *
      * INQUIRY SCREEN.                                    *
      *****************************************************
       01  WS-PAGE-LIMIT               PIC 9(03)  VALUE 99.
       01  WS-COMMAREA.
           05  WS-COMM-ZIP             PIC X(05).
           05  WS-COMM-STATE           PIC X(02).
           05  WS-COMM-PAGE            PIC 9(03).
           05  WS-COMM-NEXT-START      PIC 9(05).
           05  WS-COMM-PAGE-START OCCURS 99 TIMES
                                       PIC 9(05).
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(510).
       PROCEDURE DIVISION.
      *****************************************************
      * 0000-MAINLINE - FIRST-TIME ENTRY SENDS A BLANK     *
      * SCREEN; AN XCTL FROM ZIPQ (5-BYTE COMMAREA) SHOWS  *
      * THE ZIP STRAIGHT AWAY; PF7/PF8 PAGE THE KEY ON THE *
      * SCREEN; ANY OTHER KEY PROCESSES WHAT WAS TYPED.    *
      *****************************************************
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
               EXEC CICS RETURN
                   TRANSID('ZIPH')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           ELSE
               IF EIBAID = DFHPF3
                   PERFORM 9000-END-CONVERSATION THRU 9000-EXIT
               ELSE
                   IF EIBCALEN = 5
                       PERFORM 1500-BROWSE-FROM-XCTL THRU 1500-EXIT
                   ELSE
                       MOVE DFHCOMMAREA TO WS-COMMAREA
                       EVALUATE TRUE
                           WHEN EIBAID = DFHPF7
                               PERFORM 3000-PAGE-BACK THRU 3000-EXIT
                           WHEN EIBAID = DFHPF8
                               PERFORM 3100-PAGE-FORWARD
                                  THRU 3100-EXIT
                           WHEN OTHER
                               PERFORM 2000-RECEIVE-AND-BROWSE
                                  THRU 2000-EXIT
                       END-EVALUATE
                   END-IF
                   EXEC CICS RETURN
                       TRANSID('ZIPH')
                       COMMAREA(WS-COMMAREA)
                   END-EXEC
               END-IF
           END-IF.
       0000-EXIT.
           EXIT.
      *****************************************************
      * 1000-SEND-INITIAL-MAP                              *
      *****************************************************
       1000-SEND-INITIAL-MAP.
           INITIALIZE WS-COMMAREA.
           MOVE LOW-VALUES TO ZIPHBR1O.
           MOVE SPACES TO MSGO.
           EXEC CICS SEND MAP('ZIPHBR1')
                          MAPSET('ZIPHBRM')
                          FROM(ZIPHBR1O)
                          ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.
      *****************************************************
      * 1500-BROWSE-FROM-XCTL - THE ZIPQ SCREEN SENT US A  *
      * ZIP VIA PF6.  SHOW ITS FIRST PAGE AND PAINT THE    *
      * WHOLE SCREEN - OUR MAP IS NOT ON THE TERMINAL YET. *
      *****************************************************
       1500-BROWSE-FROM-XCTL.
           INITIALIZE WS-COMMAREA.
           MOVE DFHCOMMAREA (1:5) TO WS-COMM-ZIP.
           MOVE SPACES TO WS-COMM-STATE.
           MOVE 1 TO WS-COMM-PAGE.
           MOVE 1 TO WS-COMM-PAGE-START (1).
           MOVE 1 TO WS-START-ORDINAL.
           PERFORM 2500-BUILD-PAGE THRU 2500-EXIT.
           EXEC CICS SEND MAP('ZIPHBR1')
                          MAPSET('ZIPHBRM')
                          FROM(ZIPHBR1O)
                          ERASE
           END-EXEC.
       1500-EXIT.
           EXIT.
      *****************************************************
      * 2000-RECEIVE-AND-BROWSE - A NEWLY TYPED ZIP STARTS *
      * A NEW BROWSE (ITS STATE RESOLVED FROM FILE UNLESS  *
      * ONE WAS TYPED TOO); A STATE TYPED ALONE SWITCHES   *
      * THE ZIP ON THE SCREEN TO THAT STATE.  EITHER WAY   *
      * THE TIMELINE RESTARTS AT PAGE 1.                   *
      *****************************************************
       2000-RECEIVE-AND-BROWSE.
           EXEC CICS RECEIVE MAP('ZIPHBR1')
                              MAPSET('ZIPHBRM')
                              INTO(ZIPHBR1I)
           END-EXEC.
           IF ZIPINL > ZERO
               MOVE ZIPINI TO WS-COMM-ZIP
               MOVE SPACES TO WS-COMM-STATE
           END-IF.
           IF STINL > ZERO
               MOVE STINI TO WS-COMM-STATE
           END-IF.
           IF WS-COMM-ZIP NOT NUMERIC
               PERFORM 2550-BLANK-SCREEN THRU 2550-EXIT
               MOVE ZERO TO WS-COMM-PAGE
               MOVE ZERO TO WS-COMM-NEXT-START
               MOVE 'ENTER A 5-DIGIT ZIP CODE' TO MSGO
           ELSE
               MOVE 1 TO WS-COMM-PAGE
               MOVE 1 TO WS-COMM-PAGE-START (1)
               MOVE 1 TO WS-START-ORDINAL
               PERFORM 2500-BUILD-PAGE THRU 2500-EXIT
           END-IF.
           EXEC CICS SEND MAP('ZIPHBR1')
                          MAPSET('ZIPHBRM')
                          FROM(ZIPHBR1O)
                          DATAONLY
           END-EXEC.
       2000-EXIT.
           EXIT.
      *****************************************************
      * 2500-BUILD-PAGE - RESOLVE THE STATE IF NONE WAS    *
      * GIVEN, FILL IN THE CURRENT/RETIRED/PENDING HEADER  *
      * AND THE PAGE OF TIMELINE STARTING AT ENTRY         *
      * WS-START-ORDINAL.  EVERY OUTPUT FIELD IS SET, SO   *
      * THE MAP CAN GO OUT DATAONLY.                       *
      *****************************************************
       2500-BUILD-PAGE.
           PERFORM 2550-BLANK-SCREEN THRU 2550-EXIT.
           MOVE 'N' TO WS-SQL-FAIL-SW.
           MOVE WS-COMM-ZIP TO WS-KEY-ZIP.
           MOVE WS-COMM-STATE TO WS-KEY-STATE.
           MOVE WS-KEY-ZIP TO ZIPINO.
           IF WS-KEY-STATE = SPACES
               PERFORM 2510-RESOLVE-STATE THRU 2510-EXIT
               IF WS-SQL-FAILED
                   MOVE 'HISTORY READ FAILED - SEE CSR SUPERVISOR'
                        TO MSGO
                   GO TO 2500-EXIT
               END-IF
               IF WS-KEY-STATE = SPACES
                   MOVE ZERO TO WS-COMM-NEXT-START
                   MOVE 'ZIP CODE NOT FOUND ON ANY ZIP TABLE' TO MSGO
                   GO TO 2500-EXIT
               END-IF
               MOVE WS-KEY-STATE TO WS-COMM-STATE
           END-IF.
           MOVE WS-KEY-STATE TO STINO.
           PERFORM 2520-READ-CURRENT-ROW THRU 2520-EXIT.
           PERFORM 2530-READ-RETIREMENT THRU 2530-EXIT.
           PERFORM 2540-READ-PENDING THRU 2540-EXIT.
           PERFORM 2600-READ-TIMELINE THRU 2600-EXIT.
           PERFORM 2900-FORMAT-PAGE THRU 2900-EXIT.
           EVALUATE TRUE
               WHEN WS-SQL-FAILED
                   MOVE 'HISTORY READ FAILED - SEE CSR SUPERVISOR'
                        TO MSGO
               WHEN WS-TL-ORDINAL = ZERO
                   MOVE 'NO CHANGE HISTORY ON FILE FOR THIS ZIP/STATE'
                        TO MSGO
               WHEN OTHER
                   MOVE SPACES TO MSGO
           END-EVALUATE.
       2500-EXIT.
           EXIT.
      *****************************************************
      * 2510-RESOLVE-STATE - FIRST STATE CURK FINDS FOR    *
      * THE ZIP.  LEFT BLANK WHEN THE ZIP IS ON NO TABLE.  *
      *****************************************************
       2510-RESOLVE-STATE.
           EXEC SQL OPEN CURK END-EXEC.
           IF SQLCODE NOT = 0
               SET WS-SQL-FAILED TO TRUE
               GO TO 2510-EXIT
           END-IF.
           EXEC SQL
               FETCH CURK INTO :WS-KEY-RANK, :WS-KEY-STATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE SPACES TO WS-KEY-STATE
               WHEN OTHER
                   MOVE SPACES TO WS-KEY-STATE
                   SET WS-SQL-FAILED TO TRUE
           END-EVALUATE.
           EXEC SQL CLOSE CURK END-EXEC.
       2510-EXIT.
           EXIT.
      *****************************************************
      * 2520-READ-CURRENT-ROW - IS THE KEY LIVE ON         *
      * ZBANK.ZIP, AND UNDER WHAT NAME.                    *
      *****************************************************
       2520-READ-CURRENT-ROW.
           EXEC SQL
               SELECT ZIPNAME
                 INTO :ZIPNAME-I
                 FROM ZBANK.ZIP
                WHERE ZIP = :WS-KEY-ZIP
                  AND STATE = :WS-KEY-STATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   STRING 'ON FILE AS ' DELIMITED BY SIZE
                          ZIPNAME-I DELIMITED BY SIZE
                       INTO CURO
               WHEN 100
                   MOVE 'NOT ON ZBANK.ZIP' TO CURO
               WHEN OTHER
                   SET WS-SQL-FAILED TO TRUE
           END-EVALUATE.
       2520-EXIT.
           EXIT.
      *****************************************************
      * 2530-READ-RETIREMENT - THE KEY'S ZBANK.ZIPRET ROW, *
      * IF IT HAS ONE.                                     *
      *****************************************************
       2530-READ-RETIREMENT.
           EXEC SQL
               SELECT ZIPNAME, CHAR(RETIRE_DATE, ISO),
                      SOURCE_SYSTEM, BATCH_DATE
                 INTO :RET-ZIPNAME-I, :RET-RETIRE-DATE-I,
                      :RET-SOURCE-SYSTEM-I, :RET-BATCH-DATE-I
                 FROM ZBANK.ZIPRET
                WHERE ZIP = :WS-KEY-ZIP
                  AND STATE = :WS-KEY-STATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE RET-RETIRE-DATE-I   TO WS-RL-DATE
                   MOVE RET-SOURCE-SYSTEM-I TO WS-RL-SOURCE
                   MOVE RET-BATCH-DATE-I    TO WS-RL-BATCH
                   MOVE RET-ZIPNAME-I       TO WS-RL-ZIPNAME
                   MOVE WS-RET-LINE TO RETO
               WHEN 100
                   MOVE 'NOT RETIRED' TO RETO
               WHEN OTHER
                   SET WS-SQL-FAILED TO TRUE
           END-EVALUATE.
       2530-EXIT.
           EXIT.
      *****************************************************
      * 2540-READ-PENDING - THE FIRST TWO PENDING          *
      * TRANSACTIONS FOR THE KEY, WITH A COUNT OF ANY      *
      * MORE BEHIND THEM.                                  *
      *****************************************************
       2540-READ-PENDING.
           MOVE ZERO TO WS-PEND-CNT.
           MOVE 'N' TO WS-CURP-EOF-SW.
           EXEC SQL OPEN CURP END-EXEC.
           IF SQLCODE NOT = 0
               SET WS-SQL-FAILED TO TRUE
               GO TO 2540-EXIT
           END-IF.
           PERFORM 2545-FETCH-CURP THRU 2545-EXIT
               UNTIL WS-CURP-EOF.
           EXEC SQL CLOSE CURP END-EXEC.
           IF WS-PEND-CNT = ZERO
               MOVE 'NONE' TO PND1O
           END-IF.
           IF WS-PEND-CNT > 2
               MOVE PND2O TO WS-PEND-LINE
               COMPUTE WS-PM-CNT = WS-PEND-CNT - 2
               MOVE WS-PEND-MORE-TEXT TO WS-PL-MORE
               MOVE WS-PEND-LINE TO PND2O
           END-IF.
       2540-EXIT.
           EXIT.
       2545-FETCH-CURP.
           EXEC SQL
               FETCH CURP INTO :PND-ACTION-I, :PND-ZIPNAME-I,
                               :PND-EFF-DATE-I, :PND-SOURCE-SYSTEM-I
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-PEND-CNT
                   EVALUATE TRUE
                       WHEN PND-ACTION-INSERT
                           MOVE 'INSERT' TO WS-PL-ACTION
                       WHEN PND-ACTION-UPDATE
                           MOVE 'UPDATE' TO WS-PL-ACTION
                       WHEN PND-ACTION-AREA-CODE
                           MOVE 'AREACD' TO WS-PL-ACTION
                       WHEN PND-ACTION-DELETE
                           MOVE 'DELETE' TO WS-PL-ACTION
                       WHEN OTHER
                           MOVE PND-ACTION-I TO WS-PL-ACTION
                   END-EVALUATE
                   MOVE PND-EFF-DATE-I      TO WS-PL-EFF-DATE
                   MOVE PND-SOURCE-SYSTEM-I TO WS-PL-SOURCE
                   MOVE PND-ZIPNAME-I       TO WS-PL-ZIPNAME
                   MOVE SPACES              TO WS-PL-MORE
                   IF WS-PEND-CNT = 1
                       MOVE WS-PEND-LINE TO PND1O
                   END-IF
                   IF WS-PEND-CNT = 2
                       MOVE WS-PEND-LINE TO PND2O
                   END-IF
               WHEN 100
                   SET WS-CURP-EOF TO TRUE
               WHEN OTHER
                   SET WS-SQL-FAILED TO TRUE
                   SET WS-CURP-EOF TO TRUE
           END-EVALUATE.
       2545-EXIT.
           EXIT.
      *****************************************************
      * 2550-BLANK-SCREEN - CLEAR EVERY OUTPUT FIELD.      *
      *****************************************************
       2550-BLANK-SCREEN.
           MOVE SPACES TO ZIPINO STINO CURO RETO PND1O PND2O MSGO.
           MOVE SPACES TO LN01O LN02O LN03O LN04O LN05O LN06O LN07O.
           MOVE SPACES TO LN08O LN09O LN10O LN11O LN12O LN13O LN14O.
           MOVE SPACES TO PGINFOO.
       2550-EXIT.
           EXIT.
      *****************************************************
      * 2600-READ-TIMELINE - WALK CURT FROM THE FIRST      *
      * ENTRY.  ENTRIES AHEAD OF WS-START-ORDINAL ARE      *
      * READ BUT NOT SHOWN - AN IMAGE'S BEFORE VALUES ARE  *
      * THE IMAGE BEFORE IT, WHICH MAY SIT ON AN EARLIER   *
      * PAGE.  STOPS AT THE FIRST ENTRY THAT DOES NOT FIT, *
      * WHICH BECOMES THE START OF THE NEXT PAGE.          *
      *****************************************************
       2600-READ-TIMELINE.
           MOVE ZERO TO WS-TL-ORDINAL.
           MOVE ZERO TO WS-PAGE-CNT.
           MOVE ZERO TO WS-COMM-NEXT-START.
           MOVE SPACES TO WS-PAGE-TABLE.
           MOVE SPACES TO WS-PREV-VALUES.
           MOVE 'N' TO WS-PREV-FOUND-SW.
           MOVE 'N' TO WS-PAGE-FULL-SW.
           MOVE 'N' TO WS-CURT-EOF-SW.
           EXEC SQL OPEN CURT END-EXEC.
           IF SQLCODE NOT = 0
               SET WS-SQL-FAILED TO TRUE
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2610-FETCH-CURT THRU 2610-EXIT.
           PERFORM 2620-PROCESS-TIMELINE-ROW THRU 2620-EXIT
               UNTIL WS-CURT-EOF OR WS-PAGE-FULL.
           EXEC SQL CLOSE CURT END-EXEC.
       2600-EXIT.
           EXIT.
       2610-FETCH-CURT.
           EXEC SQL
               FETCH CURT INTO :WS-TL-TS, :WS-TL-SOURCE,
                               :WS-TL-TYPE, :WS-TL-JOB,
                               :WS-TL-USER, :WS-TL-ZIPNAME,
                               :WS-TL-LONGITUDE, :WS-TL-LATITUDE,
                               :WS-TL-POPULATION, :WS-TL-COUNTY,
                               :WS-TL-TIMEZONE, :WS-TL-AREA-CODE,
                               :WS-TL-OLD-ZIPNAME,
                               :WS-TL-OLD-POPULATION
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-CURT-EOF TO TRUE
               WHEN OTHER
                   SET WS-SQL-FAILED TO TRUE
                   SET WS-CURT-EOF TO TRUE
           END-EVALUATE.
       2610-EXIT.
           EXIT.
      *****************************************************
      * 2620-PROCESS-TIMELINE-ROW - FORMAT THE ENTRY IF IT *
      * BELONGS ON THIS PAGE, THEN REMEMBER AN IMAGE AS    *
      * THE BEFORE VALUES FOR THE NEXT ONE.                *
      *****************************************************
       2620-PROCESS-TIMELINE-ROW.
           ADD 1 TO WS-TL-ORDINAL.
           PERFORM 2650-LOAD-ROW-VALUES THRU 2650-EXIT.
           IF WS-TL-ORDINAL NOT < WS-START-ORDINAL
               PERFORM 2700-FORMAT-ENTRY THRU 2700-EXIT
               IF WS-PAGE-CNT + WS-ENTRY-CNT > WS-PAGE-MAX
                   SET WS-PAGE-FULL TO TRUE
                   MOVE WS-TL-ORDINAL TO WS-COMM-NEXT-START
                   GO TO 2620-EXIT
               END-IF
               PERFORM 2680-ADD-ENTRY-LINE THRU 2680-EXIT
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-ENTRY-CNT
           END-IF.
           IF WS-TL-FROM-IMAGE
               MOVE WS-ROW-VALUES TO WS-PREV-VALUES
               SET WS-PREV-FOUND TO TRUE
           END-IF.
           PERFORM 2610-FETCH-CURT THRU 2610-EXIT.
       2620-EXIT.
           EXIT.
      *****************************************************
      * 2650-LOAD-ROW-VALUES - THE FETCHED ROW'S COLUMNS   *
      * AS DISPLAY TEXT.                                   *
      *****************************************************
       2650-LOAD-ROW-VALUES.
           MOVE WS-TL-ZIPNAME    TO WS-ROW-VALUE (1).
           MOVE WS-TL-LONGITUDE  TO WS-ROW-VALUE (2).
           MOVE WS-TL-LATITUDE   TO WS-ROW-VALUE (3).
           MOVE WS-TL-POPULATION TO WS-POP-EDIT.
           MOVE WS-POP-EDIT      TO WS-ROW-VALUE (4).
           MOVE WS-TL-COUNTY     TO WS-ROW-VALUE (5).
           MOVE WS-TL-TIMEZONE   TO WS-ROW-VALUE (6).
           MOVE WS-TL-AREA-CODE  TO WS-ROW-VALUE (7).
       2650-EXIT.
           EXIT.
       2680-ADD-ENTRY-LINE.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-ENTRY-TEXT (WS-LINE-SUB)
                TO WS-PAGE-LINE (WS-PAGE-CNT).
       2680-EXIT.
           EXIT.
      *****************************************************
      * 2700-FORMAT-ENTRY - HEADER LINE, THEN ONE LINE PER *
      * COLUMN WHOSE BEFORE AND AFTER DIFFER.  AN ADD HAS  *
      * NO BEFORE AND A DELETE NO AFTER (ITS IMAGE IS THE  *
      * ROW AS IT STOOD BEFORE THE DELETE), SO THOSE LIST  *
      * EVERY NON-BLANK COLUMN.  AN UPDATE IS COMPARED     *
      * WITH THE KEY'S PREVIOUS IMAGE.  AN AUDIT ROW HAS   *
      * ITS OWN OLD AND NEW NAME AND POPULATION.           *
      *****************************************************
       2700-FORMAT-ENTRY.
           MOVE ZERO TO WS-ENTRY-CNT.
           MOVE SPACES TO WS-ENTRY-TABLE.
           MOVE SPACES TO WS-OLD-VALUES WS-NEW-VALUES.
           MOVE SPACES TO WS-EH-NOTE.
           MOVE WS-TL-TS (1:19) TO WS-EH-TS.
           MOVE WS-TL-JOB       TO WS-EH-JOB.
           MOVE WS-TL-USER      TO WS-EH-USER.
           EVALUATE TRUE
               WHEN WS-TL-INSERT
                   MOVE 'ADDED' TO WS-EH-TYPE
               WHEN WS-TL-UPDATE
                   MOVE 'CHANGED' TO WS-EH-TYPE
               WHEN WS-TL-DELETE
                   MOVE 'DELETED' TO WS-EH-TYPE
               WHEN OTHER
                   MOVE WS-TL-TYPE TO WS-EH-TYPE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-TL-FROM-AUDIT
                   MOVE 'NAME/POP AUDIT ONLY' TO WS-EH-NOTE
                   IF NOT WS-TL-INSERT
                       MOVE WS-TL-OLD-ZIPNAME TO WS-OLD-VALUE (1)
                       MOVE WS-TL-OLD-POPULATION TO WS-POP-EDIT
                       MOVE WS-POP-EDIT TO WS-OLD-VALUE (4)
                   END-IF
                   IF NOT WS-TL-DELETE
                       MOVE WS-ROW-VALUE (1) TO WS-NEW-VALUE (1)
                       MOVE WS-ROW-VALUE (4) TO WS-NEW-VALUE (4)
                   END-IF
               WHEN WS-TL-JOB = 'ZIPSEED'
                   MOVE 'BASELINE' TO WS-EH-TYPE
                   MOVE 'IMAGE AT CAPTURE START' TO WS-EH-NOTE
                   MOVE WS-ROW-VALUES TO WS-NEW-VALUES
               WHEN WS-TL-DELETE
                   MOVE WS-ROW-VALUES TO WS-OLD-VALUES
               WHEN WS-TL-UPDATE AND WS-PREV-FOUND
                   MOVE WS-PREV-VALUES TO WS-OLD-VALUES
                   MOVE WS-ROW-VALUES TO WS-NEW-VALUES
               WHEN WS-TL-UPDATE
                   MOVE 'NO EARLIER IMAGE' TO WS-EH-NOTE
                   MOVE WS-ROW-VALUES TO WS-NEW-VALUES
               WHEN OTHER
                   MOVE WS-ROW-VALUES TO WS-NEW-VALUES
           END-EVALUATE.
           ADD 1 TO WS-ENTRY-CNT.
           MOVE WS-ENTRY-HDR TO WS-ENTRY-TEXT (WS-ENTRY-CNT).
           PERFORM 2750-COMPARE-COLUMN THRU 2750-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COLUMN-MAX.
           IF WS-ENTRY-CNT = 1
               ADD 1 TO WS-ENTRY-CNT
               MOVE '    NO COLUMN VALUE CHANGED'
                    TO WS-ENTRY-TEXT (WS-ENTRY-CNT)
           END-IF.
       2700-EXIT.
           EXIT.
       2750-COMPARE-COLUMN.
           IF WS-OLD-VALUE (WS-COL-SUB) NOT = WS-NEW-VALUE (WS-COL-SUB)
               MOVE WS-COLUMN-NAME (WS-COL-SUB) TO WS-CL-COLUMN
               MOVE WS-OLD-VALUE (WS-COL-SUB)   TO WS-CL-BEFORE
               MOVE WS-NEW-VALUE (WS-COL-SUB)   TO WS-CL-AFTER
               ADD 1 TO WS-ENTRY-CNT
               MOVE WS-COLUMN-LINE TO WS-ENTRY-TEXT (WS-ENTRY-CNT)
           END-IF.
       2750-EXIT.
           EXIT.
      *****************************************************
      * 2900-FORMAT-PAGE - MOVE THE PAGE LINES INTO THE    *
      * OUTPUT MAP AND SAY WHETHER MORE FOLLOWS.           *
      *****************************************************
       2900-FORMAT-PAGE.
           MOVE WS-PAGE-LINE (1)  TO LN01O.
           MOVE WS-PAGE-LINE (2)  TO LN02O.
           MOVE WS-PAGE-LINE (3)  TO LN03O.
           MOVE WS-PAGE-LINE (4)  TO LN04O.
           MOVE WS-PAGE-LINE (5)  TO LN05O.
           MOVE WS-PAGE-LINE (6)  TO LN06O.
           MOVE WS-PAGE-LINE (7)  TO LN07O.
           MOVE WS-PAGE-LINE (8)  TO LN08O.
           MOVE WS-PAGE-LINE (9)  TO LN09O.
           MOVE WS-PAGE-LINE (10) TO LN10O.
           MOVE WS-PAGE-LINE (11) TO LN11O.
           MOVE WS-PAGE-LINE (12) TO LN12O.
           MOVE WS-PAGE-LINE (13) TO LN13O.
           MOVE WS-PAGE-LINE (14) TO LN14O.
           MOVE WS-COMM-PAGE TO WS-PI-PAGE.
           IF WS-COMM-NEXT-START > ZERO
               MOVE 'MORE - PF8' TO WS-PI-TEXT
           ELSE
               MOVE 'END OF HISTORY' TO WS-PI-TEXT
           END-IF.
           MOVE WS-PAGE-INFO TO PGINFOO.
       2900-EXIT.
           EXIT.
      *****************************************************
      * 3000-PAGE-BACK - PF7.  REBUILD THE PREVIOUS PAGE   *
      * FROM THE ENTRY IT STARTED AT.                      *
      *****************************************************
       3000-PAGE-BACK.
           MOVE LOW-VALUES TO ZIPHBR1O.
           EVALUATE TRUE
               WHEN WS-COMM-PAGE = ZERO
                   MOVE 'ENTER A ZIP CODE FIRST' TO MSGO
               WHEN WS-COMM-PAGE = 1
                   MOVE 'ALREADY AT THE FIRST PAGE' TO MSGO
               WHEN OTHER
                   SUBTRACT 1 FROM WS-COMM-PAGE
                   MOVE WS-COMM-PAGE-START (WS-COMM-PAGE)
                        TO WS-START-ORDINAL
                   PERFORM 2500-BUILD-PAGE THRU 2500-EXIT
           END-EVALUATE.
           EXEC CICS SEND MAP('ZIPHBR1')
                          MAPSET('ZIPHBRM')
                          FROM(ZIPHBR1O)
                          DATAONLY
           END-EXEC.
       3000-EXIT.
           EXIT.
      *****************************************************
      * 3100-PAGE-FORWARD - PF8.  THE NEXT PAGE STARTS AT  *
      * THE ENTRY THAT DID NOT FIT ON THIS ONE.            *
      *****************************************************
       3100-PAGE-FORWARD.
           MOVE LOW-VALUES TO ZIPHBR1O.
           EVALUATE TRUE
               WHEN WS-COMM-PAGE = ZERO
                   MOVE 'ENTER A ZIP CODE FIRST' TO MSGO
               WHEN WS-COMM-NEXT-START = ZERO
                   MOVE 'NO MORE HISTORY - THIS IS THE LAST PAGE'
                        TO MSGO
               WHEN WS-COMM-PAGE NOT < WS-PAGE-LIMIT
                   MOVE 'PAGE LIMIT REACHED - NO FURTHER PAGES'
                        TO MSGO
               WHEN OTHER
                   ADD 1 TO WS-COMM-PAGE
                   MOVE WS-COMM-NEXT-START
                        TO WS-COMM-PAGE-START (WS-COMM-PAGE)
                   MOVE WS-COMM-NEXT-START TO WS-START-ORDINAL
                   PERFORM 2500-BUILD-PAGE THRU 2500-EXIT
           END-EVALUATE.
           EXEC CICS SEND MAP('ZIPHBR1')
                          MAPSET('ZIPHBRM')
                          FROM(ZIPHBR1O)
                          DATAONLY
           END-EXEC.
       3100-EXIT.
           EXIT.
      *****************************************************
      * 9000-END-CONVERSATION - PF3 ENDS THE TRANSACTION.  *
      *****************************************************
       9000-END-CONVERSATION.
           EXEC CICS SEND TEXT
                          FROM('ZIP CHANGE HISTORY ENDED')
                          ERASE
                          FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       9000-EXIT.
           EXIT.
