      *                     TRANSACTION IN THE ZBANK.ZIPPEND *
      *                     QUEUE UNTIL THE NIGHT THE DATE   *
      *                     IS REACHED.                      *
      *   10/15/2026  DJ   ADDED ACTION 'A' - AN AREA-CODE-  *
      *                     ONLY UPDATE, WRITTEN BY THE      *
      *                     AREA-CODE SPLIT/OVERLAY RUN.     *
      *                     THE APPLY CHANGES NOTHING BUT    *
      *                     THE AREA CODE FOR IT.  IT IS A   *
      *                     DETAIL RECORD LIKE I/U/D.        *
      *****************************************************
       01  MAINT-TRANS-RECORD.
           05  MT-ACTION-CODE          PIC X(01).
               88  MT-ACTION-INSERT        VALUE 'I'.
               88  MT-ACTION-UPDATE        VALUE 'U'.
               88  MT-ACTION-DELETE        VALUE 'D'.
               88  MT-ACTION-AREA-CODE     VALUE 'A'.
               88  MT-ACTION-DETAIL        VALUES 'I' 'U' 'D' 'A'.
               88  MT-ACTION-HEADER        VALUE 'H'.
               88  MT-ACTION-TRAILER       VALUE 'T'.
           05  MT-ZIP-DATA.
               10  MT-HDR-SOURCE-SYSTEM    PIC X(8).
               10  FILLER                  PIC X(89).
      *****************************************************
      * TRAILER VIEW - COUNT OF DETAIL (I/U/D/A) RECORDS   *
      * AND A HASH TOTAL OF THEIR POPULATION FIELDS.       *
      *****************************************************
           05  MT-TRAILER-DATA REDEFINES MT-ZIP-DATA.
               10  MT-TRL-RECORD-COUNT     PIC 9(7).
