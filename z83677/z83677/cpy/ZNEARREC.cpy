      *****************************************************
      * ZNEARREC - HOST VARIABLE STRUCTURE FOR A ZBANK.    *
      * ZIPNEAR ROW.  COLUMN ORDER MUST MATCH THE DECLARE  *
      * TABLE IN ZNEARTAB.  BUILD_TS IS ONE VALUE FOR THE  *
      * WHOLE BUILD AND TRAVELS IN THE CALLER'S OWN HOST   *
      * VARIABLE, SO IT IS NOT PART OF THIS STRUCTURE.     *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
       01 ZIPNEAR-RECORD.
          02 NR-ZIP-I             PIC X(5).
          02 NR-STATE-I           PIC X(2).
          02 NR-BRANCH-ID-1       PIC X(4).
          02 NR-BRANCH-NAME-1     PIC X(30).
          02 NR-DISTANCE-1        PIC 9(5)V9(1).
          02 NR-BRANCH-ID-2       PIC X(4).
          02 NR-BRANCH-NAME-2     PIC X(30).
          02 NR-DISTANCE-2        PIC 9(5)V9(1).
          02 NR-BRANCH-ID-3       PIC X(4).
          02 NR-BRANCH-NAME-3     PIC X(30).
          02 NR-DISTANCE-3        PIC 9(5)V9(1).
