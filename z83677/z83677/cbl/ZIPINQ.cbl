      *                     AND SHOWS A "RETIRED AS OF" LINE *
      *                     INSTEAD OF A BLANK SCREEN WITH   *
      *                     NO EXPLANATION.                  *
      *   10/15/2026  DJ   PF6 NOW XCTLS TO THE ZIP CHANGE-  *
      *                     HISTORY BROWSE (ZIPHBR) WITH THE *
      *                     TYPED ZIP IN THE COMMAREA, THE   *
      *                     SAME WAY PF5 REACHES ZIPNBR.     *
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ROW-IDX                  PIC 9(01)  VALUE ZERO.
       01  WS-SEARCH-LEN               PIC 9(02)  VALUE ZERO.
      *****************************************************
      * ZIP HANDED TO THE NEAREST-BRANCH INQUIRY ON PF5    *
      * AND TO THE CHANGE-HISTORY BROWSE ON PF6.           *
      *****************************************************
       01  WS-NBR-COMMAREA             PIC X(05)  VALUE SPACES.
      *****************************************************
               IF EIBAID = DFHPF3
                   PERFORM 9000-END-CONVERSATION THRU 9000-EXIT
               ELSE
                   EVALUATE TRUE
                       WHEN EIBAID = DFHPF5
                           PERFORM 3000-LINK-TO-NEAREST THRU 3000-EXIT
                       WHEN EIBAID = DFHPF6
                           PERFORM 3100-LINK-TO-HISTORY THRU 3100-EXIT
                       WHEN OTHER
                           PERFORM 2000-RECEIVE-AND-SEARCH
                              THRU 2000-EXIT
                   END-EVALUATE
                   EXEC CICS RETURN
                       TRANSID('ZIPQ')
                       COMMAREA(DFHCOMMAREA)
       3000-EXIT.
           EXIT.
      *****************************************************
      * 3100-LINK-TO-HISTORY - PF6 HANDS THE TYPED ZIP TO  *
      * THE CHANGE-HISTORY BROWSE, WHICH WORKS OUT THE     *
      * STATE ITSELF.  A RETIRED ZIP STILL HAS A HISTORY,  *
      * SO THE ZIP NEED NOT BE ON ZBANK.ZIP.  THE XCTL     *
      * DOES NOT RETURN; ANYTHING THAT IS NOT A FULL       *
      * 5-DIGIT ZIP STAYS HERE WITH A PROMPT INSTEAD.      *
      *****************************************************
       3100-LINK-TO-HISTORY.
           EXEC CICS RECEIVE MAP('ZIPINQ1')
                              MAPSET('ZIPINQM')
                              INTO(ZIPINQ1I)
           END-EXEC.
           MOVE SEARCHI TO WS-SEARCH-TEXT.
           MOVE WS-SEARCH-TEXT (1:5) TO WS-NBR-COMMAREA.
           IF WS-NBR-COMMAREA NUMERIC
              AND WS-SEARCH-TEXT (6:15) = SPACES
               EXEC CICS XCTL
                   PROGRAM('ZIPHBR')
                   COMMAREA(WS-NBR-COMMAREA)
               END-EXEC
           END-IF.
           MOVE 'ENTER A FULL 5-DIGIT ZIP, THEN PF6 FOR HISTORY'
                TO MSGO.
           EXEC CICS SEND MAP('ZIPINQ1')
                          MAPSET('ZIPINQM')
                          FROM(ZIPINQ1O)
                          DATAONLY
           END-EXEC.
       3100-EXIT.
           EXIT.
      *****************************************************
      * 8000-CHECK-SQLCODE - COMMON SQLCODE CHECK.         *
      *****************************************************
       8000-CHECK-SQLCODE.
