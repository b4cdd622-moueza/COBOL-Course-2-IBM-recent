      *****************************************************
      * VACPREC - HOST VARIABLE STRUCTURE FOR A ZBANK.     *
      * VNDRACPT ROW.  COLUMN ORDER MUST MATCH THE DECLARE *
      * TABLE IN VACPTAB.  ACCEPT_TS IS SET BY DB2 ON THE  *
      * INSERT AND READ BACK INTO THE CALLER'S OWN HOST    *
      * VARIABLE, SO IT IS NOT PART OF THIS STRUCTURE.     *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
       01 VNDRACPT-RECORD.
          02 VA-FILE-TYPE-I       PIC X(4).
          02 VA-RECORD-CNT-I      PIC 9(9).
          02 VA-KEY-CNT-I         PIC 9(9).
          02 VA-TOTAL-POP-I       PIC 9(11).
          02 VA-BLANK-COORD-I     PIC 9(9).
          02 VA-BLANK-CNTY-I      PIC 9(9).
          02 VA-BLANK-TZ-I        PIC 9(9).
          02 VA-BAD-STATE-I       PIC 9(9).
