      ******************************************************************
      * Copybook:   CALIBREC
      * Purpose:    Nightly machine-speed calibration record. The
      *             comparison-loop program times a fixed number of
      *             iterations of its loop every night and appends the
      *             result here: the iterations run, the hundredths of
      *             a second they took, the iteration rate per second,
      *             the baseline rate held in the parameter file and
      *             tonight's speed as a percentage of that baseline.
      *             The runtime trend and window projection reports
      *             scale each night's elapsed times by that night's
      *             speed, so a slow machine is told apart from a step
      *             that has genuinely slowed down.
      ******************************************************************
       01  CALIBRATION-RECORD.
           05  CB-RUN-DATE             PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CB-ITERATIONS           PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CB-HUNDREDTHS           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CB-RATE                 PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CB-BASELINE             PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CB-SPEED-PCT            PIC 9(03)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CB-BASELINE-SW          PIC X(01).
               88  CB-HAS-BASELINE             VALUE "Y".
               88  CB-NO-BASELINE              VALUE "N".
