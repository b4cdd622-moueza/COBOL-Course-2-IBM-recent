      *                     AND WOULD BURY THE REAL RUNS    *
      *                     THE END-OF-CYCLE BALANCING      *
      *                     READS.                          *
      *   10/15/2026  DJ   A LATEST ROW MARKED STALE ('S')  *
      *                     NOW HOLDS THE GATE, WHATEVER    *
      *                     ITS DATE.  NAMING ZIPNEAR ON    *
      *                     THE PARM HOLDS A STEP UNTIL THE *
      *                     BRANCH-DISTANCE JOB HAS REBUILT *
      *                     THE NEAREST-BRANCH TABLE SINCE  *
      *                     THE LAST BRANCH MASTER CHANGE.  *
      *   10/15/2026  DJ   THE CYCLE DATE IS NOW THE        *
      *                     ZBANK.BUSDATE CURRENT BUSINESS  *
      *                     DATE, AND A PREREQUISITE RUN    *
      *                     COUNTS WHEN ITS RUNCTL ROW WAS  *
      *                     STAMPED WITH THAT DATE - A      *
      *                     CYCLE RUNNING PAST MIDNIGHT NO  *
      *                     LONGER HOLDS ITS OWN GATES.     *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL COMMUNICATIONS AREA AND ZBANK.RUNCTL AND       *
      * ZBANK.BUSDATE DECLARATIONS.                        *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
           COPY RUNCTAB.
           COPY BUSDTAB.
      *****************************************************
      * HOST VARIABLES FOR THE LATEST-RUN LOOKUP.          *
      *****************************************************
           EXIT.
      *****************************************************
      * 1000-INITIALIZE - PARSE THE PREREQUISITE LIST OFF  *
      * THE PARM AND PICK UP THE CYCLE DATE - THE CURRENT  *
      * BUSINESS DATE THE RUN-CONTROL ROWS ARE STAMPED     *
      * WITH.                                              *
      *****************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN = ZERO OR LS-PARM-LIST = SPACES
                   MOVE ZERO TO WS-PREREQ-CNT
           END-UNSTRING.
           EXEC SQL
               SELECT CHAR(CURR_DATE, ISO)
                 INTO :WS-CYCLE-DATE
                 FROM ZBANK.BUSDATE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'GT0011E UNABLE TO READ THE CYCLE DATE - '
           EXIT.
      *****************************************************
      * 2000-CHECK-ONE-PREREQ - THE PREREQUISITE'S LATEST  *
      * ZBANK.RUNCTL ROW MUST EXIST, MUST BELONG TO THE    *
      * CYCLE DATE, AND MUST BE MARKED COMPLETE.           *
      * ANYTHING ELSE HOLDS THE GATE.  A STALE MARK IS     *
      * CHECKED AHEAD OF THE DATE - IT MAY WELL CARRY      *
      * TODAY'S DATE AND MUST STILL HOLD.                  *
      *****************************************************
       2000-CHECK-ONE-PREREQ.
           IF WS-PREREQ-ENTRY (WS-PREREQ-SUB) = SPACES
           END-IF.
           MOVE WS-PREREQ-ENTRY (WS-PREREQ-SUB) TO WS-PREREQ-NAME.
           EXEC SQL
               SELECT RUN_STATUS, CHAR(BUSINESS_DATE, ISO)
                 INTO :WS-RUN-STATUS, :WS-RUN-DATE
                 FROM ZBANK.RUNCTL
                WHERE PROGRAM_NAME = :WS-PREREQ-NAME
                   DISPLAY 'GT0099E SQLCODE=' SQLCODE
                        ' CHECKING ' WS-PREREQ-NAME ' - GATE HELD'
                   ADD 1 TO WS-MISSED-CNT
               WHEN WS-RUN-STATUS = 'S'
                   DISPLAY 'GT0025E PREREQUISITE ' WS-PREREQ-NAME
                        ' MARKED STALE ' WS-RUN-DATE
                        ' - AWAITING REBUILD - GATE HELD'
                   ADD 1 TO WS-MISSED-CNT
               WHEN WS-RUN-DATE NOT = WS-CYCLE-DATE
                   DISPLAY 'GT0021E PREREQUISITE ' WS-PREREQ-NAME
                        ' LAST RAN ' WS-RUN-DATE
