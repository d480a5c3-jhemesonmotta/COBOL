      ******************************************************************
      * Copybook:   LEGHOLD
      * Purpose:    Legal-hold master record (LEGHOLD), maintained by
      *             LEGHMAINT. A hold names the date range of the
      *             records it protects and, optionally, narrows
      *             itself to one originator and/or one trace id -
      *             blank means any. While a hold is active (status
      *             A) every purge and retention trim keeps each
      *             record it covers; a released hold (status R)
      *             stays on the master for the record but protects
      *             nothing. A purge whose file carries no originator
      *             or trace id can not prove a record outside a
      *             narrowed hold, so it keeps every record in the
      *             hold's date range.
      ******************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LH-HOLD-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  LH-STATUS               PIC X(01).
               88  LH-IS-ACTIVE                VALUE "A".
               88  LH-IS-RELEASED              VALUE "R".
           05  FILLER                  PIC X(01).
           05  LH-FROM-DATE            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  LH-TO-DATE              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  LH-ORIGINATOR           PIC X(03).
           05  FILLER                  PIC X(01).
           05  LH-TRACE-ID             PIC X(13).
           05  FILLER                  PIC X(01).
           05  LH-PLACED-DATE          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  LH-PLACED-BY            PIC X(08).
           05  FILLER                  PIC X(01).
           05  LH-RELEASED-DATE        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  LH-RELEASED-BY          PIC X(08).
           05  FILLER                  PIC X(01).
           05  LH-MATTER               PIC X(30).
