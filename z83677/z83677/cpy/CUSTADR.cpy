      *****************************************************
      * CUSTADR - FIXED-WIDTH RECORD LAYOUT OF THE NIGHTLY *
      * CUSTOMER-ADDRESS EXTRACT FROM ACCOUNT MAINTENANCE. *
      * ONE RECORD PER CUSTOMER MAILING ADDRESS - ONLY THE *
      * CITY/STATE/ZIP PORTION IS CARRIED, WHICH IS ALL    *
      * THE ZBANK.ZIP VALIDATION PASS NEEDS.               *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
       01  CUST-ADDR-RECORD.
           05  CA-CUST-NO              PIC X(10).
           05  CA-CITY                 PIC X(20).
           05  CA-STATE                PIC X(02).
           05  CA-ZIP                  PIC X(05).
           05  CA-ZIP-PLUS4            PIC X(04).
           05  FILLER                  PIC X(09).
