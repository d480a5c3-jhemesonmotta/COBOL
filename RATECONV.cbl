      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Callable currency conversion. Receives an amount
      *              and its conversion factor through the shared
      *              RCVPARM communication area and returns the
      *              base-currency result rounded to the cent, with a
      *              size-error flag when it does not fit the result
      *              field, so SOMA's postings and the certification
      *              of the module (MODCERT) run the same arithmetic.
      *              The reconciliation (SOMARECN) converts with its
      *              own COMPUTE on purpose: it is the independent
      *              check on SOMA, and a fault in this module must
      *              not reach both sides of the proof.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECONV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       COPY RCVPARM.

       PROCEDURE DIVISION USING RATE-CONV-PARMS.
       0000-MAINLINE.
           MOVE "N" TO RCV-SIZE-ERROR-SW
           COMPUTE RCV-BASE-RESULT ROUNDED =
               RCV-AMOUNT * RCV-FACTOR
               ON SIZE ERROR
                   MOVE "Y" TO RCV-SIZE-ERROR-SW
           END-COMPUTE
           GOBACK.

       END PROGRAM RATECONV.
