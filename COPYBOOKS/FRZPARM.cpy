      ******************************************************************
      * Copybook:   FRZPARM
      * Purpose:    Communication area for the FRZCHK change-freeze
      *             module. To check (function C) the caller supplies
      *             its program id, the master's DD name and the
      *             business date, and gets back whether a freeze
      *             covers that master today - with the freeze id and
      *             its last day - and whether a valid emergency
      *             override card opens it, with the approver and
      *             reason. To register an exception (function L) the
      *             caller sets a line of change text after a check;
      *             the module appends a refused or overridden line
      *             to the freeze-exception register from what the
      *             check returned. A check also says whether there
      *             was a freeze calendar to check against at all, so
      *             that the caller can log every change that went
      *             through unchecked.
      ******************************************************************
       01  FREEZE-CHECK-PARMS.
           05  FZK-FUNCTION            PIC X(01).
               88  FZK-CHECK                   VALUE "C".
               88  FZK-LOG-EXCEPTION           VALUE "L".
           05  FZK-PROGRAM-ID          PIC X(08).
           05  FZK-MASTER-DD           PIC X(08).
           05  FZK-RUN-DATE            PIC 9(06).
           05  FZK-FROZEN-SW           PIC X(01).
               88  FZK-FROZEN                  VALUE "Y".
               88  FZK-NOT-FROZEN              VALUE "N".
           05  FZK-FREEZE-ID           PIC X(08).
           05  FZK-FREEZE-TO           PIC 9(06).
           05  FZK-OVERRIDE-SW         PIC X(01).
               88  FZK-OVERRIDDEN              VALUE "Y".
               88  FZK-NOT-OVERRIDDEN          VALUE "N".
           05  FZK-APPROVER-ID         PIC X(08).
           05  FZK-OVERRIDE-REASON     PIC X(40).
           05  FZK-CHANGE              PIC X(40).
           05  FZK-CALENDAR-SW         PIC X(01).
               88  FZK-CALENDAR-PRESENT        VALUE "Y".
               88  FZK-NO-CALENDAR             VALUE "N".
