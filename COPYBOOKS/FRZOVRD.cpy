      ******************************************************************
      * Copybook:   FRZOVRD
      * Purpose:    Emergency freeze-override card. A maintenance run
      *             that has to change a master during a change freeze
      *             carries one of these on its FRZOVRD DD: the
      *             business date it is good for, the master it opens
      *             (its DD name, or ALL), the id of whoever approved
      *             the emergency change and why. A card only counts
      *             on the business date it names and only with an
      *             approver id, so a card left in a deck does not
      *             quietly open the next freeze as well.
      ******************************************************************
       01  FREEZE-OVERRIDE-RECORD.
           05  FO-RUN-DATE             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FO-MASTER-DD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FO-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  FO-REASON               PIC X(40).
           05  FILLER                  PIC X(15).
