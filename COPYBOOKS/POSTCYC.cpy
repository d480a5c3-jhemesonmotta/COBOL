      ******************************************************************
      * Copybook:   POSTCYC
      * Purpose:    The posting-cycle control card. A business date
      *             can be posted in more than one cycle (an intra-
      *             day run ahead of the nightly one); the job that
      *             runs the posting chain supplies the cycle number
      *             here and the edit and the posting runs stamp it
      *             on everything they write. No card, or a card
      *             without a valid number, means cycle 1 - the
      *             single nightly cycle the chain always ran.
      ******************************************************************
       01  POSTING-CYCLE-RECORD.
           05  PCYC-CYCLE-NUMBER       PIC 9(01).
               88  PCYC-CYCLE-VALID            VALUE 1 THRU 9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PCYC-DESCRIPTION        PIC X(20).
