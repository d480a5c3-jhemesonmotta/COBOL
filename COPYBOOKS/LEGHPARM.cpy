      ******************************************************************
      * Copybook:   LEGHPARM
      * Purpose:    Communication area for the LEGHCHK legal-hold
      *             module, shared by every purge and retention trim.
      *             A load (function L) reads the active holds off
      *             LEGHOLD and returns how many there are and
      *             whether they all loaded - if not, every record is
      *             to be treated as held. A check (function C) takes
      *             the record's date (zero when the record carries
      *             none), originator and trace id (spaces when it
      *             carries none) and returns whether an active hold
      *             covers it. A report call (function R) returns the
      *             summary lines for the purge report one at a time,
      *             numbered from 1 in LHK-LINE-NO, until no more are
      *             returned; LHK-PROTECT-EFFECT says on that report
      *             what an incomplete load stopped the caller doing.
      ******************************************************************
       01  LEGAL-HOLD-PARMS.
           05  LHK-FUNCTION            PIC X(01).
               88  LHK-LOAD                    VALUE "L".
               88  LHK-CHECK                   VALUE "C".
               88  LHK-REPORT                  VALUE "R".
           05  LHK-REC-DATE            PIC 9(06).
           05  LHK-REC-ORIGINATOR      PIC X(03).
           05  LHK-REC-TRACE-ID        PIC X(13).
           05  LHK-COVERED-SW          PIC X(01).
               88  LHK-COVERED                 VALUE "Y".
               88  LHK-NOT-COVERED             VALUE "N".
           05  LHK-PROTECT-ALL-SW      PIC X(01).
               88  LHK-PROTECT-ALL             VALUE "Y".
           05  LHK-HOLD-COUNT          PIC 9(03).
           05  LHK-HELD-TOTAL          PIC 9(07).
           05  LHK-PROTECT-EFFECT      PIC X(30).
           05  LHK-LINE-NO             PIC 9(03).
           05  LHK-LINE-SW             PIC X(01).
               88  LHK-LINE-RETURNED           VALUE "Y".
               88  LHK-NO-MORE-LINES           VALUE "N".
           05  LHK-LINE                PIC X(80).
