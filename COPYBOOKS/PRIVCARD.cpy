      ******************************************************************
      * Copybook:   PRIVCARD
      * Purpose:    Operator control card every privileged manual
      *             utility (lock release, master restore, standalone
      *             date roll, run-control holds) demands before it
      *             will touch anything: who is running it and why -
      *             the reason text or the change ticket it is done
      *             under. A utility refuses to run when the card is
      *             missing or either field is blank.
      ******************************************************************
       01  PRIV-CONTROL-CARD.
           05  PRV-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRV-REASON              PIC X(40).
           05  FILLER                  PIC X(31).
