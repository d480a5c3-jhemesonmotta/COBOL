      ******************************************************************
      * Copybook:   FRZCAL
      * Purpose:    Change-freeze calendar record (FREEZCAL), kept by
      *             FRZMAINT. A freeze names the date range it runs
      *             for - month-end close, an audit visit - and up to
      *             five masters it covers, each by the DD name its
      *             maintenance program updates (PARMFILE, SOMARATE,
      *             NUMPALDB, BUSCAL, RUNCTL) or ALL for every one.
      *             While a freeze is active (status A) and the
      *             business date falls inside its range, the
      *             maintenance programs refuse to change a covered
      *             master unless an emergency override card is
      *             present; a released freeze (status R) stays on
      *             the calendar for the record but covers nothing.
      ******************************************************************
       01  FREEZE-CALENDAR-RECORD.
           05  FZ-FREEZE-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FZ-STATUS               PIC X(01).
               88  FZ-IS-ACTIVE                VALUE "A".
               88  FZ-IS-RELEASED              VALUE "R".
           05  FILLER                  PIC X(01).
           05  FZ-FROM-DATE            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FZ-TO-DATE              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FZ-MASTER-LIST.
               10  FZ-MASTER-ENTRY OCCURS 5 TIMES.
                   15  FZ-MASTER-DD    PIC X(08).
                   15  FILLER          PIC X(01).
           05  FZ-PLACED-DATE          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FZ-PLACED-BY            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FZ-RELEASED-DATE        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FZ-RELEASED-BY          PIC X(08).
           05  FILLER                  PIC X(01).
           05  FZ-DESCRIPTION          PIC X(30).
