      ******************************************************************
      * Copybook:   RCVPARM
      * Purpose:    Communication area for the RATECONV currency
      *             conversion subprogram. The caller supplies an
      *             amount and the conversion factor that applies to
      *             it and gets back the base-currency result,
      *             rounded to the cent, with a size-error flag when
      *             the result does not fit, so SOMA's posting and
      *             the morning module certification convert with
      *             one verified piece of arithmetic.
      ******************************************************************
       01  RATE-CONV-PARMS.
           05  RCV-AMOUNT              PIC S9(7)V99 COMP-3.
           05  RCV-FACTOR              PIC 9(3)V9(6).
           05  RCV-BASE-RESULT         PIC S9(9)V99 COMP-3.
           05  RCV-SIZE-ERROR-SW       PIC X(01).
               88  RCV-SIZE-ERROR              VALUE "Y".
               88  RCV-CONVERTED               VALUE "N".
