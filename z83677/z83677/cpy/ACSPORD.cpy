      *****************************************************
      * ACSPORD - RECORD LAYOUT OF THE AREA-CODE CHANGE    *
      * ORDER FILE READ BY THE SPLIT/OVERLAY MASS-CHANGE   *
      * GENERATOR.  THE FIRST RECORD IS THE ORDER ITSELF   *
      * ('O' - OLD AND NEW AREA CODE, EFFECTIVE DATE       *
      * YYYYMMDD, SPLIT OR OVERLAY, AND THE SCOPE TYPE).   *
      * EVERY FOLLOWING RECORD IS ONE SCOPE LINE ('S') OF  *
      * THE ORDER'S SCOPE TYPE, IN ASCENDING KEY ORDER:    *
      *   SCOPE 'S' - AO-SC-STATE           (WHOLE STATE)  *
      *   SCOPE 'C' - AO-SC-STATE/COUNTY    (ONE COUNTY)   *
      *   SCOPE 'Z' - AO-SC-ZIP/STATE       (ONE ZIP)      *
      * COUNTY NAMES ARE KEYED AS HELD ON ZBANK.ZIP.       *
      *   10/15/2026  DJ   ORIGINAL.                       *
      *****************************************************
       01  AREA-CODE-ORDER-RECORD.
           05  AO-REC-TYPE             PIC X(01).
               88  AO-REC-ORDER            VALUE 'O'.
               88  AO-REC-SCOPE            VALUE 'S'.
           05  AO-ORDER-DATA.
               10  AO-OLD-AREA-CODE    PIC X(03).
               10  AO-NEW-AREA-CODE    PIC X(03).
               10  AO-EFF-DATE         PIC X(08).
               10  AO-CHANGE-TYPE      PIC X(01).
                   88  AO-CHANGE-SPLIT     VALUE 'S'.
                   88  AO-CHANGE-OVERLAY   VALUE 'O'.
               10  AO-SCOPE-TYPE       PIC X(01).
                   88  AO-SCOPE-BY-STATE   VALUE 'S'.
                   88  AO-SCOPE-BY-COUNTY  VALUE 'C'.
                   88  AO-SCOPE-BY-ZIP     VALUE 'Z'.
               10  AO-ORDER-REF        PIC X(10).
               10  AO-DESCRIPTION      PIC X(40).
               10  FILLER              PIC X(13).
      *****************************************************
      * SCOPE LINE VIEW.                                   *
      *****************************************************
           05  AO-SCOPE-DATA REDEFINES AO-ORDER-DATA.
               10  AO-SC-STATE         PIC X(02).
               10  AO-SC-COUNTY        PIC X(25).
               10  AO-SC-ZIP           PIC X(05).
               10  FILLER              PIC X(47).
