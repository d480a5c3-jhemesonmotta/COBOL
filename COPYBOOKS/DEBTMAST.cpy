      ******************************************************************
      * Copybook:   DEBTMAST
      * Purpose:    Debtor master record (DEBTMAST), maintained by
      *             DEBTMAINT. Two record types share the file: a
      *             debtor record (D) carries who owes the money -
      *             name, postal address and contact - and a
      *             reference record (R) maps one receivable
      *             reference id (IT-REFERENCE-ID on the item file,
      *             BK-REFERENCE-ID on REPBUCK) to the debtor that
      *             owns it. A debtor may own any number of
      *             references; a reference belongs to exactly one
      *             debtor. A closed debtor (status C) stays on the
      *             master for the record but owns no references.
      ******************************************************************
       01  DEBTOR-MASTER-RECORD.
           05  DM-REC-TYPE             PIC X(01).
               88  DM-IS-DEBTOR                VALUE "D".
               88  DM-IS-REFERENCE             VALUE "R".
           05  FILLER                  PIC X(01).
           05  DM-DEBTOR-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DM-DEBTOR-DATA.
               10  DM-STATUS           PIC X(01).
                   88  DM-IS-ACTIVE            VALUE "A".
                   88  DM-IS-CLOSED            VALUE "C".
               10  FILLER              PIC X(01).
               10  DM-NAME             PIC X(30).
               10  FILLER              PIC X(01).
               10  DM-ADDRESS-1        PIC X(30).
               10  FILLER              PIC X(01).
               10  DM-ADDRESS-2        PIC X(30).
               10  FILLER              PIC X(01).
               10  DM-ADDRESS-3        PIC X(30).
               10  FILLER              PIC X(01).
               10  DM-POSTCODE         PIC X(10).
               10  FILLER              PIC X(01).
               10  DM-CONTACT          PIC X(25).
               10  FILLER              PIC X(01).
               10  DM-PHONE            PIC X(15).
               10  FILLER              PIC X(01).
               10  DM-CHANGED-DATE     PIC 9(06).
           05  DM-REFERENCE-DATA REDEFINES DM-DEBTOR-DATA.
               10  DM-REFERENCE-ID     PIC X(10).
               10  FILLER              PIC X(01).
               10  DM-REF-ADDED-DATE   PIC 9(06).
               10  FILLER              PIC X(168).
