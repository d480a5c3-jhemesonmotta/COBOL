      *              resets the ledger for the new month. A failed
      *              proof leaves the ledger untouched and ends the
      *              run nonzero, so nobody resets away the evidence.
      *              Buckets booked back to an earlier month by
      *              back-valued postings print flagged with their
      *              month; they were posted this month, so they
      *              still prove against this month's trailers.
      *              The trailer sum covers every posting cycle of
      *              every day, and the statement shows the cycles
      *              posted beside the days.
      *              Every bucket in a currency other than the base
      *              is revalued at the closing rate on the rate file:
      *              its total in the transaction currency at the
      *              closing factor, against the base amount it was
      *              booked at day by day. A revaluation report shows
      *              the original, revalued and difference per
      *              currency, and the differences go out as balanced
      *              gain/loss lines in the general-ledger journal
      *              layout on the accounts the account-mapping
      *              master names for operation FXR in the currency.
      *              A currency with no closing rate or no FXR
      *              mapping leaves the ledger unreset and ends the
      *              run nonzero, as a failed proof does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "SOMAMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO "SOMARATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT MAP-FILE ASSIGN TO "GLACCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT REVAL-FILE ASSIGN TO "SOMAREVR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "SOMAREVJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
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

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD        PIC X(80).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CURRENCY-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  RATE-FACTOR         PIC 9(3)V9(6).

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  AM-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-DEBIT-ACCOUNT    PIC X(08).
           05  FILLER              PIC X(01).
           05  AM-CREDIT-ACCOUNT   PIC X(08).

       FD  REVAL-FILE.
       01  REVAL-RECORD            PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JL-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  JL-SEQUENCE         PIC 9(07).
           05  FILLER              PIC X(01).
           05  JL-ACCOUNT          PIC X(08).
           05  FILLER              PIC X(01).
           05  JL-DR-CR            PIC X(01).
           05  FILLER              PIC X(01).
           05  JL-AMOUNT           PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  JL-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  JL-CYCLE            PIC 9(01).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LEDGER-FILE-STATUS   PIC X(02).
           05  WS-RATE-FILE-STATUS     PIC X(02).
           05  WS-MAP-FILE-STATUS      PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).
               88  WS-EOF                     VALUE "Y".
           05  WS-PROVED-SW        PIC X(01) VALUE "N".
               88  WS-PROVED                  VALUE "Y".
           05  WS-REVALUED-SW      PIC X(01) VALUE "Y".
               88  WS-REVALUED                VALUE "Y".

       01  WS-BUCKET-TABLE.
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

      ******************************************************************
      * THE CLOSING RATES, THE FXR ACCOUNT MAPPINGS AND THE
      * REVALUATION TOTALS PER NON-BASE CURRENCY.
      ******************************************************************
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT       PIC 9(02) VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-CCY     PIC X(03).
               10  WS-RATE-FCTR    PIC 9(3)V9(6).

       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-CCY      PIC X(03).
               10  WS-MAP-DEBIT    PIC X(08).
               10  WS-MAP-CREDIT   PIC X(08).

       01  WS-REVAL-TABLE.
           05  WS-RVL-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-RVL-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RVL-IDX.
               10  WS-RVL-CCY      PIC X(03).
               10  WS-RVL-CCY-AMT  PIC S9(11)V99 COMP-3.
               10  WS-RVL-ORIGINAL PIC S9(11)V99 COMP-3.
               10  WS-RVL-REVALUED PIC S9(11)V99 COMP-3.
               10  WS-RVL-UNKEPT   PIC 9(03).

       01  WS-REVAL-FIELDS.
           05  WS-RATE-IX          PIC 9(02) VALUE ZERO.
           05  WS-RATE-MATCH-IX    PIC 9(02) VALUE ZERO.
           05  WS-MAP-IX           PIC 9(03) VALUE ZERO.
           05  WS-MAP-MATCH-IX     PIC 9(03) VALUE ZERO.
           05  WS-RVL-IX           PIC 9(02) VALUE ZERO.
           05  WS-RVL-MATCH-IX     PIC 9(02) VALUE ZERO.
           05  WS-LOOKUP-CCY       PIC X(03).
           05  WS-REVALUED-AMT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DIFFERENCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RVL-ORIG-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RVL-NEW-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RVL-DIFF-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-JOURNAL-SEQ      PIC 9(07) VALUE ZERO.
           05  WS-JOURNAL-LINES    PIC 9(05) VALUE ZERO.
           05  WS-RVL-ERROR-COUNT  PIC 9(03) VALUE ZERO.

       01  WS-CONTROL-FIELDS.
           05  WS-LEDGER-MONTH     PIC 9(04) VALUE ZERO.
           05  WS-DAYS-POSTED      PIC 9(03) VALUE ZERO.
           05  WS-CYCLES-POSTED    PIC 9(03) VALUE ZERO.
           05  WS-TRAILER-SUM      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-FIELDS.
       01  WS-EDIT-FIELDS.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-AMOUNT-ED        PIC -(10)9.99.
           05  WS-AMOUNT2-ED       PIC -(10)9.99.
           05  WS-AMOUNT3-ED       PIC -(10)9.99.
           05  WS-RATE-ED          PIC ZZ9.999999.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-WRITE-STATEMENT
           PERFORM 3000-PROVE-AGAINST-TRAILERS
           PERFORM 3500-REVALUE-BUCKETS
           IF WS-PROVED AND WS-REVALUED
               PERFORM 4000-RESET-LEDGER
           END-IF
           PERFORM 9000-FINISH
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT STATEMENT-FILE
           PERFORM 1100-LOAD-LEDGER
           PERFORM 1200-LOAD-RATES
           PERFORM 1300-LOAD-ACCOUNT-MAP.

      ******************************************************************
      * THE PROCESSING DATE COMES FROM THE BUSINESS-DATE CONTROL
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
                       IF MTD-MONTH > WS-LEDGER-MONTH
                           MOVE MTD-MONTH TO WS-LEDGER-MONTH
                       END-IF
                   END-IF
               WHEN MTD-IS-CONTROL
                   MOVE MTD-MONTH TO WS-LEDGER-MONTH
                   MOVE MTD-DAYS-POSTED TO WS-DAYS-POSTED
                   MOVE MTD-TRAILER-SUM TO WS-TRAILER-SUM
                   IF MTD-CYCLES-POSTED IS NUMERIC
                       MOVE MTD-CYCLES-POSTED TO WS-CYCLES-POSTED
                   ELSE
                       MOVE MTD-DAYS-POSTED TO WS-CYCLES-POSTED
                   END-IF
           END-EVALUATE
           PERFORM 1110-READ-LEDGER-REC.

      ******************************************************************
      * THE RATE FILE AS IT STANDS AT MONTH-END IS THE CLOSING RATE.
      * THE BASE CURRENCY IS NEVER REVALUED.
      ******************************************************************
       1200-LOAD-RATES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               PERFORM 1210-READ-RATE-REC
               PERFORM 1220-LOAD-RATE-ENTRY UNTIL WS-EOF
               CLOSE RATE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-RATE-REC.
           READ RATE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-LOAD-RATE-ENTRY.
           IF RATE-CURRENCY-CODE NOT = "BRL"
               IF WS-RATE-COUNT < 20
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RATE-IDX TO WS-RATE-COUNT
                   MOVE RATE-CURRENCY-CODE TO WS-RATE-CCY (WS-RATE-IDX)
                   MOVE RATE-FACTOR TO WS-RATE-FCTR (WS-RATE-IDX)
               ELSE
                   DISPLAY "SOMAMST: RATE TABLE FULL, ENTRY DROPPED, "
                       RATE-CURRENCY-CODE
               END-IF
           END-IF
           PERFORM 1210-READ-RATE-REC.

       1300-LOAD-ACCOUNT-MAP.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MAP-FILE
           IF WS-MAP-FILE-STATUS = "00"
               PERFORM 1310-READ-MAP-REC
               PERFORM 1320-LOAD-MAP-ENTRY UNTIL WS-EOF
               CLOSE MAP-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1310-READ-MAP-REC.
           READ MAP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1320-LOAD-MAP-ENTRY.
           IF AM-OP-CODE = "FXR"
               IF WS-MAP-COUNT < 100
                   ADD 1 TO WS-MAP-COUNT
                   SET WS-MAP-IDX TO WS-MAP-COUNT
                   MOVE AM-CURRENCY-CODE TO WS-MAP-CCY (WS-MAP-IDX)
                   MOVE AM-DEBIT-ACCOUNT TO WS-MAP-DEBIT (WS-MAP-IDX)
                   MOVE AM-CREDIT-ACCOUNT TO WS-MAP-CREDIT (WS-MAP-IDX)
               ELSE
                   DISPLAY "SOMAMST: MAP TABLE FULL, ENTRY DROPPED"
               END-IF
           END-IF
           PERFORM 1310-READ-MAP-REC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               WS-COUNT-ED DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE WS-CYCLES-POSTED TO WS-COUNT-ED
           MOVE SPACES TO STATEMENT-RECORD
           STRING "CYCLES POSTED      : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD.

       2010-WRITE-ONE-BUCKET.
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           IF WS-BKT-MONTH (WS-BKT-IX) NOT = WS-LEDGER-MONTH
               MOVE "  BACK-VALUED TO" TO STATEMENT-RECORD (41:16)
               MOVE WS-BKT-MONTH (WS-BKT-IX)
                   TO STATEMENT-RECORD (58:4)
           END-IF
           WRITE STATEMENT-RECORD.

      ******************************************************************
      * THE MONTH'S BUCKETS MUST SUM TO THE SUM OF THE DAILY EXTRACT
      * TRAILERS THE LEDGER COLLECTED DAY BY DAY, CYCLE BY CYCLE -
      * THE SAME NUMBERS BY TWO INDEPENDENT ROUTES.
      ******************************************************************
       3000-PROVE-AGAINST-TRAILERS.
           MOVE WS-TRAILER-SUM TO WS-AMOUNT-ED
               SET WS-PROVED TO TRUE
               MOVE "STATEMENT PROVED AGAINST DAILY TRAILERS"
                   TO STATEMENT-RECORD
               MOVE "MONTH STATEMENT PROVED AGAINST DAILY TRAILERS"
                   TO WS-AUDIT-MESSAGE
               PERFORM 1900-WRITE-AUDIT-LOG
           ELSE
           WRITE STATEMENT-RECORD.

      ******************************************************************
      * EACH NON-BASE BUCKET'S TRANSACTION-CURRENCY TOTAL AT THE
      * CLOSING FACTOR, AGAINST THE BASE AMOUNT BOOKED DAY BY DAY AT
      * EACH DAY'S RATE. A BUCKET BEGUN BEFORE THE CURRENCY TOTAL WAS
      * KEPT CANNOT BE REVALUED; IT IS COUNTED AND REPORTED, AND ITS
      * BASE AMOUNT STANDS UNCHANGED.
      ******************************************************************
       3500-REVALUE-BUCKETS.
           OPEN OUTPUT REVAL-FILE
           OPEN OUTPUT JOURNAL-FILE
           PERFORM 3510-ADD-BUCKET-TO-CCY
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > WS-BKT-COUNT
           MOVE SPACES TO REVAL-RECORD
           STRING "MONTH-END FX REVALUATION - MONTH " DELIMITED BY SIZE
               WS-LEDGER-MONTH DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REVAL-RECORD
           END-STRING
           WRITE REVAL-RECORD
           MOVE SPACES TO REVAL-RECORD
           WRITE REVAL-RECORD
           MOVE "CCY CLOSING RATE" TO REVAL-RECORD
           MOVE "ORIGINAL (BRL)" TO REVAL-RECORD (25:14)
           MOVE "REVALUED (BRL)" TO REVAL-RECORD (42:14)
           MOVE "DIFFERENCE" TO REVAL-RECORD (63:10)
           WRITE REVAL-RECORD
           PERFORM 3550-REVALUE-ONE-CCY
               VARYING WS-RVL-IX FROM 1 BY 1
               UNTIL WS-RVL-IX > WS-RVL-COUNT
           MOVE WS-RVL-ORIG-TOTAL TO WS-AMOUNT-ED
           MOVE WS-RVL-NEW-TOTAL TO WS-AMOUNT2-ED
           MOVE WS-RVL-DIFF-TOTAL TO WS-AMOUNT3-ED
           MOVE SPACES TO REVAL-RECORD
           WRITE REVAL-RECORD
           MOVE SPACES TO REVAL-RECORD
           STRING "TOTAL             " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT2-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT3-ED DELIMITED BY SIZE
               INTO REVAL-RECORD
           END-STRING
           WRITE REVAL-RECORD
           MOVE WS-JOURNAL-LINES TO WS-COUNT-ED
           MOVE SPACES TO REVAL-RECORD
           STRING "GAIN/LOSS JOURNAL LINES: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REVAL-RECORD
           END-STRING
           WRITE REVAL-RECORD
           MOVE SPACES TO REVAL-RECORD
           IF WS-RVL-ERROR-COUNT = ZERO
               MOVE "REVALUATION STATUS: COMPLETE" TO REVAL-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-RVL-DIFF-TOTAL TO WS-AMOUNT-ED
               STRING "FX REVALUATION COMPLETE, NET DIFFERENCE "
                       DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 1900-WRITE-AUDIT-LOG
           ELSE
               MOVE "N" TO WS-REVALUED-SW
               MOVE "*** REVALUATION INCOMPLETE - LEDGER NOT RESET ***"
                   TO REVAL-RECORD
               MOVE "FX REVALUATION INCOMPLETE, LEDGER NOT RESET"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF
           WRITE REVAL-RECORD
           CLOSE REVAL-FILE
           CLOSE JOURNAL-FILE.

       3510-ADD-BUCKET-TO-CCY.
           IF WS-BKT-CCY (WS-BKT-IX) NOT = "BRL"
               MOVE WS-BKT-CCY (WS-BKT-IX) TO WS-LOOKUP-CCY
               PERFORM 3520-FIND-OR-ADD-CCY
               IF WS-RVL-MATCH-IX > ZERO
                   SET WS-RVL-IDX TO WS-RVL-MATCH-IX
                   IF WS-BKT-CCY-KEPT (WS-BKT-IX)
                       ADD WS-BKT-CCY-AMT (WS-BKT-IX)
                           TO WS-RVL-CCY-AMT (WS-RVL-IDX)
                       ADD WS-BKT-AMT (WS-BKT-IX)
                           TO WS-RVL-ORIGINAL (WS-RVL-IDX)
                   ELSE
                       ADD 1 TO WS-RVL-UNKEPT (WS-RVL-IDX)
                   END-IF
               END-IF
           END-IF.

       3520-FIND-OR-ADD-CCY.
           MOVE ZERO TO WS-RVL-MATCH-IX
           PERFORM 3530-CHECK-ONE-CCY
               VARYING WS-RVL-IX FROM 1 BY 1
               UNTIL WS-RVL-IX > WS-RVL-COUNT
                   OR WS-RVL-MATCH-IX > ZERO
           IF WS-RVL-MATCH-IX = ZERO
               IF WS-RVL-COUNT < 20
                   ADD 1 TO WS-RVL-COUNT
                   MOVE WS-RVL-COUNT TO WS-RVL-MATCH-IX
                   SET WS-RVL-IDX TO WS-RVL-COUNT
                   MOVE WS-LOOKUP-CCY TO WS-RVL-CCY (WS-RVL-IDX)
                   MOVE ZERO TO WS-RVL-CCY-AMT (WS-RVL-IDX)
                       WS-RVL-ORIGINAL (WS-RVL-IDX)
                       WS-RVL-REVALUED (WS-RVL-IDX)
                       WS-RVL-UNKEPT (WS-RVL-IDX)
               ELSE
                   DISPLAY "SOMAMST: REVALUATION TABLE FULL, "
                       WS-LOOKUP-CCY " NOT REVALUED"
                   ADD 1 TO WS-RVL-ERROR-COUNT
               END-IF
           END-IF.

       3530-CHECK-ONE-CCY.
           IF WS-RVL-CCY (WS-RVL-IX) = WS-LOOKUP-CCY
               MOVE WS-RVL-IX TO WS-RVL-MATCH-IX
           END-IF.

       3550-REVALUE-ONE-CCY.
           MOVE WS-RVL-CCY (WS-RVL-IX) TO WS-LOOKUP-CCY
           MOVE ZERO TO WS-RATE-MATCH-IX
           PERFORM 3560-CHECK-ONE-RATE
               VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-COUNT
                   OR WS-RATE-MATCH-IX > ZERO
           MOVE SPACES TO REVAL-RECORD
           IF WS-RATE-MATCH-IX = ZERO
               ADD 1 TO WS-RVL-ERROR-COUNT
               STRING WS-LOOKUP-CCY DELIMITED BY SIZE
                   " *** NO CLOSING RATE - NOT REVALUED ***"
                       DELIMITED BY SIZE
                   INTO REVAL-RECORD
               END-STRING
               WRITE REVAL-RECORD
           ELSE
               COMPUTE WS-REVALUED-AMT ROUNDED =
                   WS-RVL-CCY-AMT (WS-RVL-IX)
                   * WS-RATE-FCTR (WS-RATE-MATCH-IX)
               MOVE WS-REVALUED-AMT TO WS-RVL-REVALUED (WS-RVL-IX)
               COMPUTE WS-DIFFERENCE =
                   WS-REVALUED-AMT - WS-RVL-ORIGINAL (WS-RVL-IX)
               ADD WS-RVL-ORIGINAL (WS-RVL-IX) TO WS-RVL-ORIG-TOTAL
               ADD WS-REVALUED-AMT TO WS-RVL-NEW-TOTAL
               ADD WS-DIFFERENCE TO WS-RVL-DIFF-TOTAL
               MOVE WS-RATE-FCTR (WS-RATE-MATCH-IX) TO WS-RATE-ED
               MOVE WS-RVL-ORIGINAL (WS-RVL-IX) TO WS-AMOUNT-ED
               MOVE WS-REVALUED-AMT TO WS-AMOUNT2-ED
               MOVE WS-DIFFERENCE TO WS-AMOUNT3-ED
               STRING WS-LOOKUP-CCY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RATE-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AMOUNT2-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AMOUNT3-ED DELIMITED BY SIZE
                   INTO REVAL-RECORD
               END-STRING
               WRITE REVAL-RECORD
               IF WS-DIFFERENCE NOT = ZERO
                   PERFORM 3570-JOURNAL-DIFFERENCE
               END-IF
           END-IF
           IF WS-RVL-UNKEPT (WS-RVL-IX) > ZERO
               MOVE WS-RVL-UNKEPT (WS-RVL-IX) TO WS-COUNT-ED
               MOVE SPACES TO REVAL-RECORD
               STRING "    " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " BUCKET(S) WITHOUT A CURRENCY TOTAL LEFT AT "
                       DELIMITED BY SIZE
                   "BOOKED VALUE" DELIMITED BY SIZE
                   INTO REVAL-RECORD
               END-STRING
               WRITE REVAL-RECORD
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       3560-CHECK-ONE-RATE.
           IF WS-RATE-CCY (WS-RATE-IX) = WS-LOOKUP-CCY
               MOVE WS-RATE-IX TO WS-RATE-MATCH-IX
           END-IF.

      ******************************************************************
      * ONE BALANCED PAIR PER CURRENCY: THE FXR DEBIT ACCOUNT (THE
      * CURRENCY POSITION) AGAINST THE FXR CREDIT ACCOUNT (UNREALIZED
      * GAIN/LOSS). A LOSS GOES OUT AT ITS NEGATIVE AMOUNT ON THE SAME
      * ACCOUNTS, AS A REVERSAL DOES ON THE DAILY JOURNAL. THE LINES
      * BELONG TO NO POSTING CYCLE, SO THEY CARRY CYCLE ZERO.
      ******************************************************************
       3570-JOURNAL-DIFFERENCE.
           MOVE ZERO TO WS-MAP-MATCH-IX
           PERFORM 3580-CHECK-ONE-MAP
               VARYING WS-MAP-IX FROM 1 BY 1
               UNTIL WS-MAP-IX > WS-MAP-COUNT
                   OR WS-MAP-MATCH-IX > ZERO
           IF WS-MAP-MATCH-IX = ZERO
               ADD 1 TO WS-RVL-ERROR-COUNT
               MOVE SPACES TO REVAL-RECORD
               STRING "NO ACCOUNT MAPPING FOR OP FXR CCY "
                       DELIMITED BY SIZE
                   WS-LOOKUP-CCY DELIMITED BY SIZE
                   INTO REVAL-RECORD
               END-STRING
               WRITE REVAL-RECORD
           ELSE
               ADD 1 TO WS-JOURNAL-SEQ
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JOURNAL-SEQ TO JL-SEQUENCE
               MOVE WS-MAP-DEBIT (WS-MAP-MATCH-IX) TO JL-ACCOUNT
               MOVE "D" TO JL-DR-CR
               MOVE WS-DIFFERENCE TO JL-AMOUNT
               MOVE WS-LOOKUP-CCY TO JL-CURRENCY-CODE
               MOVE ZERO TO JL-CYCLE
               WRITE JOURNAL-RECORD
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JOURNAL-SEQ TO JL-SEQUENCE
               MOVE WS-MAP-CREDIT (WS-MAP-MATCH-IX) TO JL-ACCOUNT
               MOVE "C" TO JL-DR-CR
               MOVE WS-DIFFERENCE TO JL-AMOUNT
               MOVE WS-LOOKUP-CCY TO JL-CURRENCY-CODE
               MOVE ZERO TO JL-CYCLE
               WRITE JOURNAL-RECORD
               ADD 2 TO WS-JOURNAL-LINES
           END-IF.

       3580-CHECK-ONE-MAP.
           IF WS-MAP-CCY (WS-MAP-IX) = WS-LOOKUP-CCY
               MOVE WS-MAP-IX TO WS-MAP-MATCH-IX
           END-IF.

      ******************************************************************
      * ONLY A PROVEN, FULLY REVALUED MONTH RESETS: THE LEDGER
      * REWRITES EMPTY AND THE NEW MONTH STARTS FROM NOTHING.
      ******************************************************************
       4000-RESET-LEDGER.
           OPEN OUTPUT LEDGER-FILE
           CLOSE LEDGER-FILE
           MOVE "MONTH-TO-DATE LEDGER RESET" TO WS-AUDIT-MESSAGE
           PERFORM 1900-WRITE-AUDIT-LOG.

       9000-FINISH.
           CLOSE STATEMENT-FILE
