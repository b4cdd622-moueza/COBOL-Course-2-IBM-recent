      * CALLED PROGRAM'S GOBACK OVERWRITES THE SHARED      *
      * RETURN-CODE SPECIAL REGISTER.                      *
      *   08/22/2026  DJ   ORIGINAL.                       *
      *   10/15/2026  DJ   ADDED RCTL-BUSINESS-DATE -      *
      *                     SET BY THE START CALL TO THE   *
      *                     BUSINESS DATE (YYYY-MM-DD)     *
      *                     THE RUN WAS STAMPED WITH.      *
      *****************************************************
       01  RCTL-PARM-AREA.
           05  RCTL-FUNC               PIC X(01).
               10  RCTL-DELETE-CNT     PIC 9(07).
               10  RCTL-REJECT-CNT     PIC 9(07).
               10  RCTL-EXTRACT-CNT    PIC 9(07).
           05  RCTL-BUSINESS-DATE      PIC X(10).
           05  RCTL-SAVED-RC           PIC S9(04) COMP.
