      *****************************************************
      * CADREXC - CUSTOMER-ADDRESS EXCEPTION RECORD        *
      * WRITTEN BY THE ZBANK.ZIP ADDRESS VALIDATION PASS   *
      * FOR ACCOUNT MAINTENANCE TO WORK.  ONE RECORD PER   *
      * CUSTOMER ADDRESS THAT FAILED.  AE-FILE-STATE/      *
      * AE-FILE-ZIPNAME CARRY WHAT ZBANK.ZIP HAS ON FILE   *
      * FOR THE ZIP, AND AE-RETIRE-DATE THE ZBANK.ZIPRET   *
      * RETIREMENT DATE, WHERE THEY APPLY.                 *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
       01  CUST-ADDR-EXCEPTION.
           05  AE-CUST-NO              PIC X(10).
           05  AE-CITY                 PIC X(20).
           05  AE-STATE                PIC X(02).
           05  AE-ZIP                  PIC X(05).
           05  AE-EXC-CODE             PIC X(02).
               88  AE-EXC-INVALID          VALUE 'IV'.
               88  AE-EXC-NOT-ON-FILE      VALUE 'NF'.
               88  AE-EXC-RETIRED          VALUE 'RT'.
               88  AE-EXC-WRONG-STATE      VALUE 'ST'.
               88  AE-EXC-CITY-MISMATCH    VALUE 'CY'.
           05  AE-FILE-STATE           PIC X(02).
           05  AE-FILE-ZIPNAME         PIC X(20).
           05  AE-RETIRE-DATE          PIC X(10).
           05  AE-REASON               PIC X(40).
           05  FILLER                  PIC X(09).
