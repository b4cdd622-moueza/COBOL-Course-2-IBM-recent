      *****************************************************
      * ZNEARTAB - SQL DECLARATION FOR THE ZBANK.ZIPNEAR   *
      * PRECOMPUTED NEAREST-BRANCH TABLE.  ONE ROW PER     *
      * ZIP/STATE WITH USABLE COORDINATES, HOLDING THE     *
      * THREE NEAREST BRANCHES NEAREST FIRST.  REBUILT IN  *
      * FULL BY EVERY BRANCH-DISTANCE RUN; ALL ROWS OF ONE *
      * BUILD CARRY THE SAME BUILD_TS.  A SLOT WITH NO     *
      * BRANCH (NETWORK SMALLER THAN THREE) HAS A BLANK    *
      * BRANCH ID AND ZERO DISTANCE.                       *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
                EXEC SQL DECLARE ZBANK.ZIPNEAR TABLE
                        (ZIP            CHAR(5)      NOT NULL,
                         STATE          CHAR(2)      NOT NULL,
                         BRANCH_ID_1    CHAR(4)      NOT NULL,
                         BRANCH_NAME_1  CHAR(30)     NOT NULL,
                         DISTANCE_1     DECIMAL(6,1) NOT NULL,
                         BRANCH_ID_2    CHAR(4)      NOT NULL,
                         BRANCH_NAME_2  CHAR(30)     NOT NULL,
                         DISTANCE_2     DECIMAL(6,1) NOT NULL,
                         BRANCH_ID_3    CHAR(4)      NOT NULL,
                         BRANCH_NAME_3  CHAR(30)     NOT NULL,
                         DISTANCE_3     DECIMAL(6,1) NOT NULL,
                         BUILD_TS       TIMESTAMP    NOT NULL)
                         END-EXEC.
