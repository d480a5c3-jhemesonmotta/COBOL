      *             the companion verifier and refuse a short or
      *             corrupt transfer before consuming it. The hash is
      *             the sum of the base result on SOMAEXT details,
      *             the term value on FIBOUT, the NUMERO on the
      *             NUMPAL new master, and the signed base equivalent
      *             on the SOMANET settlement instructions.
      ******************************************************************
       01  XMIT-CONTROL-RECORD.
           05  XMIT-CTL-TAG            PIC X(08).
