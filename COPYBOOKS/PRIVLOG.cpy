      ******************************************************************
      * Copybook:   PRIVLOG
      * Purpose:    Privileged-action register record. Every use of a
      *             privileged manual utility appends one line per
      *             action it took - and one line when it refused to
      *             run - carrying the business date, time, program,
      *             the operator and reason from its control card,
      *             the outcome and what was done. The month's lines
      *             are reported to the operations manager for
      *             sign-off.
      ******************************************************************
       01  PRIV-ACTION-RECORD.
           05  PA-RUN-DATE             PIC 9(06).
           05  PA-RUN-DATE-PARTS REDEFINES PA-RUN-DATE.
               10  PA-RUN-YYMM         PIC 9(04).
               10  PA-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PA-TIMESTAMP            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PA-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PA-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PA-OUTCOME              PIC X(01).
               88  PA-PERFORMED                VALUE "P".
               88  PA-REFUSED                  VALUE "R".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PA-REASON               PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PA-ACTION               PIC X(40).
