           05  NM3O                    PIC X(30).
           05  FILLER                  PIC X(3).
           05  DS3O                    PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(3).
           05  ASOFO                   PIC X(10).
           05  FILLER                  PIC X(3).
           05  SRCO                    PIC X(24).
