      *****************************************************
      * GEOCEXC - GEOCODE RECONCILIATION EXCEPTION RECORD  *
      * WRITTEN BY THE ZBANK.ZIP GEOCODE RECONCILIATION    *
      * PASS.  ONE RECORD PER ZIP WITH A BLANK, NON-       *
      * NUMERIC OR OUT-OF-BOUNDS COORDINATE, CARRYING THE  *
      * COORDINATES AS HELD ON ZBANK.ZIP AND THE SAME      *
      * REASON TEXT AS THE EXCEPTION REPORT.  GE-RUN-DATE  *
      * IS THE BUSINESS DATE OF THE RUN THAT WROTE IT.     *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
       01  GEOC-EXCEPTION-RECORD.
           05  GE-ZIP                  PIC X(05).
           05  GE-STATE                PIC X(02).
           05  GE-LONGITUDE            PIC X(10).
           05  GE-LATITUDE             PIC X(10).
           05  GE-REASON               PIC X(40).
           05  GE-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(03).
