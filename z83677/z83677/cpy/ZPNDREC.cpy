      * TIMESTAMP DIRECTLY IN THE INSERT, SO IT HAS NO     *
      * HOST VARIABLE (SAME CONVENTION AS ZIPHIST).        *
      *   09/01/2026  DJ   ORIGINAL.                       *
      *   10/15/2026  DJ   ADDED 'A' - AN AREA-CODE-ONLY   *
      *                     UPDATE HELD FOR ITS DATE.      *
      *****************************************************
       01 ZIPPEND-RECORD.
          02 PND-ACTION-I          PIC X(1).
             88  PND-ACTION-INSERT     VALUE 'I'.
             88  PND-ACTION-UPDATE     VALUE 'U'.
             88  PND-ACTION-DELETE     VALUE 'D'.
             88  PND-ACTION-AREA-CODE  VALUE 'A'.
          02 PND-ZIP-I             PIC X(5).
          02 PND-STATE-I           PIC X(2).
          02 PND-ZIPNAME-I         PIC X(20).
