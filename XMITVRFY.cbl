      *              to it, recomputes the data-record count and the
      *              hash total for the file id the control record
      *              names (SOMAEXT base results, FIBOUT term values,
      *              NUMPALNW NUMERO, SOMANET settlement base
      *              equivalents - an unknown id verifies count
      *              only), and ends nonzero when the control record
      *              is missing, not last, or disagrees with what was
      *              actually received, so a truncated or corrupt
           05  WS-NUMERO-X         PIC X(03).
           05  WS-NUMERO-N REDEFINES WS-NUMERO-X
                                   PIC 9(03).
           05  WS-SETTLE-BASE-X    PIC X(13).
           05  WS-SETTLE-BASE-N REDEFINES WS-SETTLE-BASE-X
                                   PIC S9(11)V99.

       01  WS-COUNTERS.
           05  WS-DATA-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-HASH-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SETTLE-HASH      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZZZ9.
           05  WS-HASH-ED          PIC -(12)9.99.

                       ADD WS-NUMERO-N TO WS-HASH-TOTAL
                   END-IF
               END-IF
           END-IF
           MOVE XMITIN-RECORD (32:13) TO WS-SETTLE-BASE-X
           IF WS-SETTLE-BASE-N IS NUMERIC
               ADD WS-SETTLE-BASE-N TO WS-SETTLE-HASH
           END-IF.

       3000-VERIFY-CONTROL.
           IF WS-CTL-SEEN AND XMIT-FILE-ID = "SOMANET"
               MOVE WS-SETTLE-HASH TO WS-HASH-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CTL-SEEN
                   MOVE 8 TO WS-RUN-RC
