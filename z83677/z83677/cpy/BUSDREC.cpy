      *****************************************************
      * BUSDREC - HOST VARIABLES FOR THE ZBANK.BUSDATE     *
      * BUSINESS DATES, FETCHED AS CHAR(..., ISO) SO EACH  *
      * IS YYYY-MM-DD.  THE SUBFIELD VIEW LETS A CALLER    *
      * REPACK THE CURRENT DATE AS YYYYMMDD FOR COMPARISON *
      * WITH THE EFFECTIVE DATES ON THE TRANSACTIONS.      *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
       01 BUSDATE-RECORD.
          02 BD-CURR-DATE-I       PIC X(10).
          02 BD-PRIOR-DATE-I      PIC X(10).
          02 BD-NEXT-DATE-I       PIC X(10).
       01 BD-CURR-DATE-R REDEFINES BUSDATE-RECORD.
          02 BD-CURR-YYYY         PIC X(04).
          02 FILLER               PIC X(01).
          02 BD-CURR-MM           PIC X(02).
          02 FILLER               PIC X(01).
          02 BD-CURR-DD           PIC X(02).
          02 FILLER               PIC X(20).
