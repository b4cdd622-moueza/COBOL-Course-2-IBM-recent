      *****************************************************
      * BRSCEN - RECORD LAYOUT OF THE BRANCH WHAT-IF       *
      * SCENARIO FILE.  ONE RECORD PER BRANCH TO CLOSE     *
      * ('C' - ONLY SC-BRANCH-ID IS USED) OR NEW SITE TO   *
      * OPEN ('N' - NAME AND COORDINATES IN THE SAME       *
      * SNNN.NNNNN FORMAT AS ZBANK.BRANCH; A BLANK         *
      * SC-BRANCH-ID IS GIVEN A PROVISIONAL NNNN ID).      *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
       01  BRANCH-SCENARIO-RECORD.
           05  SC-ACTION               PIC X(01).
               88  SC-ACTION-CLOSE         VALUE 'C'.
               88  SC-ACTION-NEW           VALUE 'N'.
           05  SC-BRANCH-ID            PIC X(04).
           05  SC-BRANCH-NAME          PIC X(30).
           05  SC-LONGITUDE            PIC X(10).
           05  SC-LATITUDE             PIC X(10).
           05  FILLER                  PIC X(25).
