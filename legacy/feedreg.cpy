           05  FG-RECORD-COUNT     PIC 9(8).
           05  FG-CHECKSUM         PIC 9(12).
           05  FG-REGISTER-TIMESTAMP PIC X(26).
      *****************************************************************
      * DATA-QUALITY EDIT RESULT, SET BY DATA-QUALITY AFTER IT HAS    *
      * EDITED EVERY FIELD OF THE FEED. FEED-REGISTER CLEARS IT TO    *
      * SPACE WHENEVER THE FEED IS (RE-)REGISTERED, SO A CORRECTED    *
      * RESEND MUST BE EDITED AGAIN. CYCLE-GATE HOLDS THE CYCLE ON AN *
      * UNFIT FEED, AND ON AN UNEDITED ONE OF THE FEEDS DATA-QUALITY  *
      * COVERS. FG-ERROR-RATE IS THE PERCENTAGE OF RECORDS EDITED     *
      * THAT FAILED AT LEAST ONE FIELD EDIT.                          *
      *****************************************************************
           05  FG-QUALITY-STATUS   PIC X(1).
               88  FG-QUALITY-NOT-EDITED VALUE SPACE.
               88  FG-QUALITY-FIT  VALUE "F".
               88  FG-QUALITY-UNFIT VALUE "U".
           05  FG-ERROR-RATE       PIC 9(3)V99.
           05  FG-QUALITY-TIMESTAMP PIC X(26).
