      * PLACE TO SEE WHETHER THE NIGHTLY CYCLE COMPLETED   *
      * AND BALANCED.                                      *
      *   08/22/2026  DJ   ORIGINAL.                       *
      *   10/15/2026  DJ   PROGRAM_NAME 'ZIPNEAR' ROWS     *
      *                     TRACK THE NEAREST-BRANCH TABLE *
      *                     RATHER THAN A PROGRAM: THE     *
      *                     BRANCH-DISTANCE JOB WRITES ONE *
      *                     PER BUILD ('C'/'F') AND THE    *
      *                     BRANCH MASTER LOAD WRITES ONE  *
      *                     WITH STATUS 'S' (STALE) WHEN   *
      *                     IT CHANGES A BRANCH.           *
      *   10/15/2026  DJ   ADDED BUSINESS_DATE - THE       *
      *                     ZBANK.BUSDATE PROCESSING DATE  *
      *                     THE RUN BELONGS TO, STAMPED    *
      *                     AT START OF RUN.  CYCLE CHECKS *
      *                     KEY ON IT RATHER THAN THE      *
      *                     CLOCK DATE OF RUN_START.       *
      *****************************************************
                EXEC SQL DECLARE ZBANK.RUNCTL TABLE
                        (PROGRAM_NAME   CHAR(8)    NOT NULL,
                         UPDATE_CNT     DECIMAL(7) NOT NULL,
                         DELETE_CNT     DECIMAL(7) NOT NULL,
                         REJECT_CNT     DECIMAL(7) NOT NULL,
                         EXTRACT_CNT    DECIMAL(7) NOT NULL,
                         BUSINESS_DATE  DATE       NOT NULL)
                         END-EXEC.
