      ******************************************************************
      * Copybook:   GROWREC
      * Purpose:    File growth history record. The nightly growth
      *             sampler appends one per operational and master
      *             file - the business date, the file's DD name and
      *             the record count it held at the end of the night
      *             - so the weekly forecast can work out each file's
      *             growth rate and when it will reach its capacity
      *             limit. A file that could not be opened is still
      *             recorded, as missing, so a gap in the history is
      *             explained rather than silent.
      ******************************************************************
       01  GROWTH-RECORD.
           05  GR-RUN-DATE             PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GR-DDNAME               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GR-RECORD-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GR-COUNT-STATE          PIC X(01).
               88  GR-COUNTED                  VALUE "C".
               88  GR-MISSING                  VALUE "M".
               88  GR-READ-ERROR               VALUE "E".
