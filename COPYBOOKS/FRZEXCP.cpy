      ******************************************************************
      * Copybook:   FRZEXCP
      * Purpose:    Freeze-exception register record (FRZEXCP). Every
      *             change a maintenance program refuses because a
      *             change freeze covers its master, and every change
      *             it applies under an emergency override, appends
      *             one line: business date, time, program, master,
      *             the freeze in force, the outcome, the approver and
      *             reason from the override card, and what the change
      *             was. The month's lines are listed by the freeze
      *             exceptions report.
      ******************************************************************
       01  FREEZE-EXCEPTION-RECORD.
           05  FX-RUN-DATE             PIC 9(06).
           05  FX-RUN-DATE-PARTS REDEFINES FX-RUN-DATE.
               10  FX-RUN-YYMM         PIC 9(04).
               10  FX-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FX-TIMESTAMP            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FX-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FX-MASTER-DD            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FX-FREEZE-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FX-OUTCOME              PIC X(01).
               88  FX-REFUSED                  VALUE "R".
               88  FX-OVERRIDDEN               VALUE "O".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FX-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FX-CHANGE               PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FX-REASON               PIC X(40).
