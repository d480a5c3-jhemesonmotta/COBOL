      *              posted refuses to post again, and a ledger still
      *              carrying a prior month refuses until the
      *              month-end statement has run and reset it.
      *              A back-valued detail whose value date falls in
      *              an earlier month books to a bucket for that
      *              month, so the statement can show it as a
      *              prior-period adjustment.
      *              A business date may post in more than one
      *              cycle: the control record keeps the last cycle
      *              posted and the count of cycles, a day counts
      *              once however many cycles it posts, and only a
      *              cycle already posted for the date is refused.
      *              The control record also keeps the ledger's
      *              count and amount as they stood before the last
      *              cycle posted, so the chain balancing run can
      *              prove that cycle's increment to the ledger.
      *              Each bucket also keeps the sum of its details'
      *              results in their own currency, so the month-end
      *              run can revalue the bucket at the closing rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  EX-BATCH-NO         PIC 9(04).
               10  EX-BASE-RESULT      PIC S9(9)V99.
               10  EX-TRACE-ID         PIC 9(13).
               10  EX-ORIG-OP-CODE     PIC X(03).
               10  EX-VALUE-DATE       PIC 9(06).
           05  EX-TRAILER-DATA REDEFINES EX-DETAIL-DATA.
               10  EX-TRL-COUNT        PIC 9(07).
               10  EX-TRL-TOTAL        PIC S9(9)V99.
               10  FILLER              PIC X(59).
           05  EX-CYCLE            PIC 9(01).

      ******************************************************************
      * THE LEDGER CARRIES ONE D RECORD PER CURRENCY/OPERATION
      * BUCKET AND ONE C CONTROL RECORD PER MONTH; THE CONTROL SIDE
      * IS WHAT THE MONTH-END STATEMENT PROVES AGAINST. THE PRIOR
      * TOTALS ON THE CONTROL RECORD ARE THE D BUCKETS' COUNT AND
      * AMOUNT BEFORE THE LAST CYCLE POSTED. A D RECORD ALSO CARRIES
      * ITS BUCKET'S TOTAL IN THE TRANSACTION CURRENCY; A BUCKET
      * BEGUN BEFORE THAT TOTAL WAS KEPT LEAVES IT BLANK ALL MONTH.
      ******************************************************************
       FD  LEDGER-FILE.
       01  MTD-RECORD.
               10  MTD-LAST-DATE   PIC 9(06).
               10  FILLER          PIC X(01).
               10  MTD-TRAILER-SUM PIC S9(11)V99.
               10  FILLER          PIC X(01).
               10  MTD-LAST-CYCLE  PIC 9(01).
               10  MTD-CYCLES-POSTED PIC 9(03).
           05  MTD-PRIOR-TOTALS.
               10  FILLER          PIC X(01).
               10  MTD-PRIOR-COUNT PIC 9(09).
               10  FILLER          PIC X(01).
               10  MTD-PRIOR-AMOUNT PIC S9(13)V99.
           05  MTD-CCY-TOTALS.
               10  FILLER          PIC X(01).
               10  MTD-CCY-AMOUNT  PIC S9(11)V99.

       FD  BUSDATE-FILE.
       COPY BUSDATE.
           05  WS-BKT-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-BKT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-BKT-IDX.
               10  WS-BKT-MONTH    PIC 9(04).
               10  WS-BKT-CCY      PIC X(03).
               10  WS-BKT-OP       PIC X(03).
               10  WS-BKT-CNT      PIC 9(07).
               10  WS-BKT-AMT      PIC S9(11)V99 COMP-3.
               10  WS-BKT-CCY-AMT  PIC S9(11)V99 COMP-3.
               10  WS-BKT-CCY-SW   PIC X(01).
                   88  WS-BKT-CCY-KEPT         VALUE "Y".

       01  WS-CONTROL-FIELDS.
           05  WS-LEDGER-MONTH     PIC 9(04) VALUE ZERO.
           05  WS-DAYS-POSTED      PIC 9(03) VALUE ZERO.
           05  WS-LAST-DATE        PIC 9(06) VALUE ZERO.
           05  WS-LAST-CYCLE       PIC 9(01) VALUE ZERO.
           05  WS-CYCLES-POSTED    PIC 9(03) VALUE ZERO.
           05  WS-POST-CYCLE       PIC 9(01) VALUE 1.
           05  WS-TRAILER-SUM      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PRIOR-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-PRIOR-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-BKT-IX           PIC 9(03) VALUE ZERO.
           05  WS-BKT-MATCH-IX     PIC 9(03) VALUE ZERO.
           05  WS-WORK-CCY         PIC X(03).
           05  WS-WORK-OP          PIC X(03).
           05  WS-WORK-MONTH       PIC 9(04).
           05  WS-WORK-VALUE-DATE  PIC 9(06).
           05  WS-WORK-VD-PARTS REDEFINES WS-WORK-VALUE-DATE.
               10  WS-WORK-VD-YYMM PIC 9(04).
               10  WS-WORK-VD-DD   PIC 9(02).

       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT     PIC 9(07) VALUE ZERO.
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-LOAD-LEDGER
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               PERFORM 2100-READ-EXTRACT
               IF NOT WS-EOF
                   AND EX-CYCLE IS NUMERIC AND EX-CYCLE > ZERO
                   MOVE EX-CYCLE TO WS-POST-CYCLE
               END-IF
               PERFORM 1200-CHECK-POSTABLE
               IF WS-REFUSED
                   CLOSE EXTRACT-FILE
               END-IF
           ELSE
               SET WS-EOF TO TRUE
               MOVE "CANNOT OPEN SOMAEXT, NOTHING POSTED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
               SET WS-REFUSED TO TRUE
           END-IF.

      ******************************************************************
                   IF WS-BKT-COUNT < 100
                       ADD 1 TO WS-BKT-COUNT
                       SET WS-BKT-IDX TO WS-BKT-COUNT
                       MOVE MTD-MONTH TO WS-BKT-MONTH (WS-BKT-IDX)
                       MOVE MTD-CURRENCY TO WS-BKT-CCY (WS-BKT-IDX)
                       MOVE MTD-OP-CODE TO WS-BKT-OP (WS-BKT-IDX)
                       MOVE MTD-COUNT TO WS-BKT-CNT (WS-BKT-IDX)
                       MOVE MTD-AMOUNT TO WS-BKT-AMT (WS-BKT-IDX)
                       IF MTD-CCY-AMOUNT IS NUMERIC
                           MOVE MTD-CCY-AMOUNT
                               TO WS-BKT-CCY-AMT (WS-BKT-IDX)
                           MOVE "Y" TO WS-BKT-CCY-SW (WS-BKT-IDX)
                       ELSE
                           MOVE ZERO TO WS-BKT-CCY-AMT (WS-BKT-IDX)
                           MOVE "N" TO WS-BKT-CCY-SW (WS-BKT-IDX)
                       END-IF
                       ADD MTD-COUNT TO WS-PRIOR-COUNT
                       ADD MTD-AMOUNT TO WS-PRIOR-AMOUNT
      *                A BACK-VALUED BUCKET CARRIES AN EARLIER MONTH
      *                AND MUST NOT MAKE THE LEDGER LOOK UNCLOSED.
                       IF MTD-MONTH > WS-LEDGER-MONTH
                           MOVE MTD-MONTH TO WS-LEDGER-MONTH
                       END-IF
                   ELSE
                       DISPLAY "SOMAMTD: BUCKET TABLE FULL, "
                           "ENTRY DROPPED"
                   MOVE MTD-DAYS-POSTED TO WS-DAYS-POSTED
                   MOVE MTD-LAST-DATE TO WS-LAST-DATE
                   MOVE MTD-TRAILER-SUM TO WS-TRAILER-SUM
      *            A CONTROL RECORD WRITTEN BEFORE CYCLES WERE KEPT
      *            POSTED ONE CYCLE PER DAY.
                   IF MTD-LAST-CYCLE IS NUMERIC
                       MOVE MTD-LAST-CYCLE TO WS-LAST-CYCLE
                       MOVE MTD-CYCLES-POSTED TO WS-CYCLES-POSTED
                   ELSE
                       MOVE MTD-DAYS-POSTED TO WS-CYCLES-POSTED
                       IF WS-LAST-DATE > ZERO
                           MOVE 1 TO WS-LAST-CYCLE
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 1110-READ-LEDGER-REC.

      ******************************************************************
      * TWO REFUSALS GUARD THE LEDGER: A CYCLE OF THE DAY ALREADY
      * POSTED (THIS ONE OR A LATER ONE) MUST NOT POST TWICE, AND A
      * LEDGER STILL CARRYING A PRIOR MONTH MEANS THE MONTH-END
      * STATEMENT NEVER RAN AND RESET IT.
      ******************************************************************
       1200-CHECK-POSTABLE.
           EVALUATE TRUE
               WHEN WS-LAST-DATE = WS-RUN-DATE
                   AND WS-LAST-DATE > ZERO
                   AND WS-POST-CYCLE NOT > WS-LAST-CYCLE
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO WS-RUN-RC
                   DISPLAY "SOMAMTD: CYCLE " WS-POST-CYCLE
                       " OF BUSINESS DATE ALREADY POSTED "
                       "TO THE LEDGER, RUN REFUSED"
                   MOVE "CYCLE ALREADY ON MTD LEDGER, POST REFUSED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE EX-CURRENCY-CODE TO WS-WORK-CCY
                   MOVE EX-OP-CODE TO WS-WORK-OP
                   PERFORM 2050-SET-BOOKING-MONTH
                   PERFORM 2200-FIND-OR-ADD-BUCKET
                   IF WS-BKT-MATCH-IX > ZERO
                       ADD 1 TO WS-BKT-CNT (WS-BKT-MATCH-IX)
                       ADD EX-BASE-RESULT
                           TO WS-BKT-AMT (WS-BKT-MATCH-IX)
                       ADD EX-RESULT
                           TO WS-BKT-CCY-AMT (WS-BKT-MATCH-IX)
                   END-IF
               WHEN EX-IS-TRAILER
                   ADD EX-TRL-TOTAL TO WS-TRAILER-SUM
                   IF WS-LAST-DATE NOT = WS-RUN-DATE
                       ADD 1 TO WS-DAYS-POSTED
                   END-IF
                   ADD 1 TO WS-CYCLES-POSTED
                   MOVE WS-RUN-DATE TO WS-LAST-DATE
                   MOVE WS-POST-CYCLE TO WS-LAST-CYCLE
           END-EVALUATE
           PERFORM 2100-READ-EXTRACT.

      ******************************************************************
      * A DETAIL BOOKS TO ITS VALUE-DATE MONTH WHEN THAT IS EARLIER
      * THAN THE RUN MONTH; OTHERWISE (AND FOR AN EXTRACT WRITTEN
      * BEFORE DETAILS CARRIED A VALUE DATE) TO THE RUN MONTH.
      ******************************************************************
       2050-SET-BOOKING-MONTH.
           MOVE WS-RUN-YYMM TO WS-WORK-MONTH
           IF EX-VALUE-DATE IS NUMERIC
               AND EX-VALUE-DATE > ZERO
               MOVE EX-VALUE-DATE TO WS-WORK-VALUE-DATE
               IF WS-WORK-VD-YYMM < WS-RUN-YYMM
                   MOVE WS-WORK-VD-YYMM TO WS-WORK-MONTH
               END-IF
           END-IF.

       2100-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
                   ADD 1 TO WS-BKT-COUNT
                   MOVE WS-BKT-COUNT TO WS-BKT-MATCH-IX
                   SET WS-BKT-IDX TO WS-BKT-COUNT
                   MOVE WS-WORK-MONTH TO WS-BKT-MONTH (WS-BKT-IDX)
                   MOVE WS-WORK-CCY TO WS-BKT-CCY (WS-BKT-IDX)
                   MOVE WS-WORK-OP TO WS-BKT-OP (WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-CNT (WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-AMT (WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-CCY-AMT (WS-BKT-IDX)
                   MOVE "Y" TO WS-BKT-CCY-SW (WS-BKT-IDX)
               ELSE
                   DISPLAY "SOMAMTD: BUCKET TABLE FULL, DETAIL "
                       "NOT ACCUMULATED"
       2210-CHECK-ONE-BUCKET.
           IF WS-BKT-CCY (WS-BKT-IX) = WS-WORK-CCY
               AND WS-BKT-OP (WS-BKT-IX) = WS-WORK-OP
               AND WS-BKT-MONTH (WS-BKT-IX) = WS-WORK-MONTH
               MOVE WS-BKT-IX TO WS-BKT-MATCH-IX
           END-IF.

           MOVE WS-DAYS-POSTED TO MTD-DAYS-POSTED
           MOVE WS-LAST-DATE TO MTD-LAST-DATE
           MOVE WS-TRAILER-SUM TO MTD-TRAILER-SUM
           MOVE WS-LAST-CYCLE TO MTD-LAST-CYCLE
           MOVE WS-CYCLES-POSTED TO MTD-CYCLES-POSTED
           MOVE WS-PRIOR-COUNT TO MTD-PRIOR-COUNT
           MOVE WS-PRIOR-AMOUNT TO MTD-PRIOR-AMOUNT
           WRITE MTD-RECORD
           PERFORM 3010-WRITE-ONE-BUCKET
               VARYING WS-BKT-IX FROM 1 BY 1
       3010-WRITE-ONE-BUCKET.
           MOVE SPACES TO MTD-RECORD
           MOVE "D" TO MTD-REC-TYPE
           MOVE WS-BKT-MONTH (WS-BKT-IX) TO MTD-MONTH
           MOVE WS-BKT-CCY (WS-BKT-IX) TO MTD-CURRENCY
           MOVE WS-BKT-OP (WS-BKT-IX) TO MTD-OP-CODE
           MOVE WS-BKT-CNT (WS-BKT-IX) TO MTD-COUNT
           MOVE WS-BKT-AMT (WS-BKT-IX) TO MTD-AMOUNT
           IF WS-BKT-CCY-KEPT (WS-BKT-IX)
               MOVE WS-BKT-CCY-AMT (WS-BKT-IX) TO MTD-CCY-AMOUNT
           END-IF
           WRITE MTD-RECORD.

       9000-FINISH.
