      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Apply the day's incoming payments (CASHPAY:
      *              reference id, amount, payment date) against the
      *              open receivable items on REPITEMS and write the
      *              next generation of the item file that REPETICAO
      *              ages tonight. A payment is applied to
      *              the open items carrying its reference id, oldest
      *              item date first: an item paid in full is closed
      *              and left off the new file, an item paid in part
      *              goes forward at its remaining balance. Cash left
      *              over once every item on the reference is closed
      *              is overpaid; a payment whose reference is on no
      *              open item is unapplied. Both are parked on the
      *              unapplied-cash file (CASHUNAP) for research, and
      *              every application is kept on the application
      *              history (CASHHIST). The register totals closed,
      *              partial, overpaid and unapplied cash and proves
      *              them against the payment file total.
      *              A business date already on the application
      *              history means the payments were applied by an
      *              earlier run: the items are carried forward as
      *              they stand and the run ends RC 8, so cash is
      *              never applied twice. A payment already on the
      *              history from an earlier night - same reference,
      *              payment date and amount - is a payment sent
      *              again, and is refused rather than applied twice.
      *              RC 4 = unapplied or overpaid cash, or payments
      *              refused as malformed or already applied. RC 8 =
      *              rerun refused, item or payment table full, or the
      *              register does not prove.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO "REPITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT NEWITEM-FILE ASSIGN TO "REPITEMN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-FILE ASSIGN TO "CASHPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CASHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT UNAPPLIED-FILE ASSIGN TO "CASHUNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * THE OPEN-ITEM RECORD EXACTLY AS REPETICAO READS IT, IN AND OUT.
      ******************************************************************
       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05  IT-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  IT-AMOUNT               PIC S9(7)V99.
           05  FILLER                  PIC X(01).
           05  IT-ITEM-DATE            PIC 9(06).

       FD  NEWITEM-FILE.
       01  NEWITEM-RECORD              PIC X(27).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PAY-REFERENCE-ID        PIC X(10).
           05  FILLER                  PIC X(01).
           05  PAY-AMOUNT              PIC S9(7)V99.
           05  FILLER                  PIC X(01).
           05  PAY-DATE                PIC 9(06).

      ******************************************************************
      * ONE LINE PER APPLICATION: C CLOSED AN ITEM, P PAID PART OF
      * ONE, O OVERPAID, U UNAPPLIED. ITEM DATE IS ZERO ON O AND U.
      ******************************************************************
       FD  HISTORY-FILE.
       01  CASH-HISTORY-RECORD.
           05  CH-RUN-DATE             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CH-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  CH-PAY-DATE             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CH-ITEM-DATE            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CH-DISPOSITION          PIC X(01).
           05  FILLER                  PIC X(01).
           05  CH-AMOUNT               PIC S9(7)V99.
           05  FILLER                  PIC X(01).
           05  CH-ITEM-BALANCE         PIC S9(7)V99.

       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-RECORD.
           05  UA-RUN-DATE             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  UA-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  UA-PAY-DATE             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  UA-AMOUNT               PIC S9(7)V99.
           05  FILLER                  PIC X(01).
           05  UA-REASON               PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(100).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ITEM-FILE-STATUS     PIC X(02).
           05  WS-PAYMENT-FILE-STATUS  PIC X(02).
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-UNAPPLIED-FILE-STATUS PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-ALREADY-APPLIED-SW PIC X(01) VALUE "N".
               88  WS-ALREADY-APPLIED         VALUE "Y".
           05  WS-TABLE-FULL-SW    PIC X(01) VALUE "N".
               88  WS-TABLE-FULL              VALUE "Y".

      ******************************************************************
      * EVERY ITEM RECORD IN FILE ORDER. A MALFORMED ITEM IS KEPT AS
      * READ AND CARRIED FORWARD UNTOUCHED FOR THE AGING RUN TO
      * REPORT; ONLY GOOD ITEMS TAKE CASH.
      ******************************************************************
       01  WS-ITEM-TABLE.
           05  WS-ITM-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-ITM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ITM-IDX.
               10  WS-ITM-IMAGE        PIC X(27).
               10  WS-ITM-GOOD-SW      PIC X(01).
                   88  WS-ITM-GOOD             VALUE "Y".
               10  WS-ITM-REF-ID       PIC X(10).
               10  WS-ITM-DATE         PIC 9(06).
               10  WS-ITM-BALANCE      PIC S9(7)V99 COMP-3.

      ******************************************************************
      * TONIGHT'S PAYMENTS IN FILE ORDER, SO EACH CAN BE CHECKED
      * AGAINST THE APPLICATION HISTORY BEFORE ANY CASH IS APPLIED.
      ******************************************************************
       01  WS-PAYMENT-TABLE.
           05  WS-PMT-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-PMT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-PMT-IDX.
               10  WS-PMT-STATE        PIC X(01).
                   88  WS-PMT-GOOD             VALUE "G".
                   88  WS-PMT-ON-HISTORY       VALUE "H".
               10  WS-PMT-REF-ID       PIC X(10).
               10  WS-PMT-DATE         PIC 9(06).
               10  WS-PMT-AMOUNT       PIC S9(7)V99 COMP-3.

      ******************************************************************
      * ONE PAYMENT ON THE HISTORY: THE RUN OF LINES THAT SHARE A RUN
      * DATE, REFERENCE AND PAYMENT DATE, WHOSE AMOUNTS ADD BACK UP TO
      * THE CASH RECEIVED.
      ******************************************************************
       01  WS-HISTORY-PAYMENT.
           05  WS-HP-RUN-DATE          PIC 9(06) VALUE ZERO.
           05  WS-HP-REF-ID            PIC X(10) VALUE SPACES.
           05  WS-HP-PAY-DATE          PIC 9(06) VALUE ZERO.
           05  WS-HP-AMOUNT            PIC S9(7)V99 VALUE ZERO.
           05  WS-HP-MATCH-IX          PIC 9(05) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-IX                   PIC 9(05) VALUE ZERO.
           05  WS-MATCH-IX             PIC 9(05) VALUE ZERO.
           05  WS-PAY-LEFT             PIC S9(7)V99 VALUE ZERO.
           05  WS-APPLY-AMOUNT         PIC S9(7)V99 VALUE ZERO.
           05  WS-PAY-CLOSED           PIC S9(7)V99 VALUE ZERO.
           05  WS-PAY-PARTIAL          PIC S9(7)V99 VALUE ZERO.
           05  WS-PAY-ITEMS            PIC 9(03) VALUE ZERO.
           05  WS-PAY-MATCHED-SW       PIC X(01) VALUE "N".
               88  WS-PAY-MATCHED             VALUE "Y".
           05  WS-DISPOSITION          PIC X(09).
           05  WS-PARK-REASON          PIC X(10).
           05  WS-HIST-DISPOSITION     PIC X(01).
           05  WS-HIST-ITEM-DATE       PIC 9(06).
           05  WS-HIST-AMOUNT          PIC S9(7)V99.
           05  WS-HIST-BALANCE         PIC S9(7)V99.
           05  WS-OUT-ITEM.
               10  WS-OUT-REF-ID       PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WS-OUT-AMOUNT       PIC S9(7)V99.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WS-OUT-DATE         PIC 9(06).

       01  WS-COUNTERS.
           05  WS-ITEMS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-WRITTEN        PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-CLOSED         PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-REDUCED        PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-READ        PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-BAD         PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-REPEATED    PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-UNAPPLIED   PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-OVERPAID    PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED             PIC ZZZZZZ9.

       01  WS-TOTALS.
           05  WS-TOT-PAYMENTS         PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-CLOSED           PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-PARTIAL          PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-OVERPAID         PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-UNAPPLIED        PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-ACCOUNTED        PIC S9(9)V99 VALUE ZERO.
           05  WS-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-LINE-AMOUNT-ED       PIC ZZZZ,ZZ9.99-.
           05  WS-LINE-CLOSED-ED       PIC ZZZZ,ZZ9.99-.
           05  WS-LINE-PARTIAL-ED      PIC ZZZZ,ZZ9.99-.
           05  WS-LINE-LEFT-ED         PIC ZZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ITEMS
           PERFORM 1150-LOAD-PAYMENTS
           PERFORM 1200-CHECK-HISTORY
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   PERFORM 2900-REFUSE-TABLE-FULL
               WHEN WS-ALREADY-APPLIED
                   PERFORM 2950-REFUSE-RERUN
               WHEN OTHER
                   PERFORM 2000-APPLY-PAYMENTS
                   PERFORM 3000-WRITE-NEW-ITEMS
           END-EVALUATE
           PERFORM 4000-WRITE-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT NEWITEM-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "CASH APPLICATION REGISTER" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * THE PROCESSING DATE COMES FROM THE BUSINESS-DATE CONTROL
      * FILE, SO A POST-MIDNIGHT RERUN STILL RUNS UNDER THE CORRECT
      * BUSINESS DAY; THE SYSTEM DATE IS ONLY THE FALLBACK WHEN THE
      * CONTROL FILE IS NOT THERE.
      ******************************************************************
       1030-GET-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-FILE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BUS-CURRENT-DATE IS NUMERIC
                           AND BUS-CURRENT-DATE > ZERO
                           MOVE BUS-CURRENT-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       1100-LOAD-ITEMS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "00"
               PERFORM 1110-READ-ITEM
               PERFORM 1120-LOAD-ONE-ITEM UNTIL WS-EOF
               CLOSE ITEM-FILE
           ELSE
               DISPLAY "CASHAPP: CANNOT OPEN ITEM FILE, STATUS "
                   WS-ITEM-FILE-STATUS
               MOVE "ITEM FILE MISSING, NO OPEN ITEMS"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-ITEM.
           READ ITEM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           IF WS-ITM-COUNT < 5000
               ADD 1 TO WS-ITM-COUNT
               SET WS-ITM-IDX TO WS-ITM-COUNT
               MOVE ITEM-RECORD TO WS-ITM-IMAGE (WS-ITM-IDX)
               IF IT-AMOUNT IS NUMERIC AND IT-ITEM-DATE IS NUMERIC
                   MOVE "Y" TO WS-ITM-GOOD-SW (WS-ITM-IDX)
                   MOVE IT-REFERENCE-ID TO WS-ITM-REF-ID (WS-ITM-IDX)
                   MOVE IT-ITEM-DATE TO WS-ITM-DATE (WS-ITM-IDX)
                   MOVE IT-AMOUNT TO WS-ITM-BALANCE (WS-ITM-IDX)
               ELSE
                   MOVE "N" TO WS-ITM-GOOD-SW (WS-ITM-IDX)
                   MOVE SPACES TO WS-ITM-REF-ID (WS-ITM-IDX)
                   MOVE ZERO TO WS-ITM-DATE (WS-ITM-IDX)
                   MOVE ZERO TO WS-ITM-BALANCE (WS-ITM-IDX)
               END-IF
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF
           PERFORM 1110-READ-ITEM.

      ******************************************************************
      * A MISSING PAYMENT FILE LOADS NOTHING HERE; THE APPLY STEP
      * REPORTS IT.
      ******************************************************************
       1150-LOAD-PAYMENTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS = "00"
               PERFORM 2010-READ-PAYMENT
               PERFORM 1160-LOAD-ONE-PAYMENT UNTIL WS-EOF
               CLOSE PAYMENT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1160-LOAD-ONE-PAYMENT.
           IF WS-PMT-COUNT < 5000
               ADD 1 TO WS-PMT-COUNT
               SET WS-PMT-IDX TO WS-PMT-COUNT
               IF PAY-AMOUNT IS NUMERIC AND PAY-DATE IS NUMERIC
                   SET WS-PMT-GOOD (WS-PMT-IDX) TO TRUE
                   MOVE PAY-REFERENCE-ID TO WS-PMT-REF-ID (WS-PMT-IDX)
                   MOVE PAY-DATE TO WS-PMT-DATE (WS-PMT-IDX)
                   MOVE PAY-AMOUNT TO WS-PMT-AMOUNT (WS-PMT-IDX)
               ELSE
                   MOVE "B" TO WS-PMT-STATE (WS-PMT-IDX)
                   MOVE SPACES TO WS-PMT-REF-ID (WS-PMT-IDX)
                   MOVE ZERO TO WS-PMT-DATE (WS-PMT-IDX)
                   MOVE ZERO TO WS-PMT-AMOUNT (WS-PMT-IDX)
               END-IF
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF
           PERFORM 2010-READ-PAYMENT.

      ******************************************************************
      * TONIGHT'S DATE ON THE APPLICATION HISTORY MEANS AN EARLIER
      * RUN ALREADY APPLIED TODAY'S PAYMENTS TO THESE ITEMS. ANY
      * EARLIER PAYMENT ON THE HISTORY WITH THE SAME REFERENCE,
      * PAYMENT DATE AND AMOUNT AS ONE OF TONIGHT'S MARKS THAT ONE AS
      * SENT AGAIN - ONE OF TONIGHT'S FOR EACH ONE ON THE HISTORY.
      ******************************************************************
       1200-CHECK-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 1210-READ-HISTORY
               PERFORM 1220-CHECK-ONE-HISTORY UNTIL WS-EOF
               PERFORM 1230-MATCH-HISTORY-PAYMENT
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-HISTORY.
           READ HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-CHECK-ONE-HISTORY.
           IF CH-RUN-DATE = WS-RUN-DATE
               SET WS-ALREADY-APPLIED TO TRUE
           END-IF
           IF CH-RUN-DATE NOT = WS-HP-RUN-DATE
               OR CH-REFERENCE-ID NOT = WS-HP-REF-ID
               OR CH-PAY-DATE NOT = WS-HP-PAY-DATE
               PERFORM 1230-MATCH-HISTORY-PAYMENT
               MOVE CH-RUN-DATE TO WS-HP-RUN-DATE
               MOVE CH-REFERENCE-ID TO WS-HP-REF-ID
               MOVE CH-PAY-DATE TO WS-HP-PAY-DATE
               MOVE ZERO TO WS-HP-AMOUNT
           END-IF
           IF CH-AMOUNT IS NUMERIC
               ADD CH-AMOUNT TO WS-HP-AMOUNT
           END-IF
           PERFORM 1210-READ-HISTORY.

       1230-MATCH-HISTORY-PAYMENT.
           IF WS-HP-REF-ID NOT = SPACES
               MOVE ZERO TO WS-HP-MATCH-IX
               PERFORM 1240-CHECK-ONE-PAYMENT
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PMT-COUNT
                       OR WS-HP-MATCH-IX > ZERO
               IF WS-HP-MATCH-IX > ZERO
                   SET WS-PMT-ON-HISTORY (WS-HP-MATCH-IX) TO TRUE
               END-IF
           END-IF.

       1240-CHECK-ONE-PAYMENT.
           IF WS-PMT-GOOD (WS-IX)
               AND WS-PMT-REF-ID (WS-IX) = WS-HP-REF-ID
               AND WS-PMT-DATE (WS-IX) = WS-HP-PAY-DATE
               AND WS-PMT-AMOUNT (WS-IX) = WS-HP-AMOUNT
               MOVE WS-IX TO WS-HP-MATCH-IX
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "CASHAPP" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-APPLY-PAYMENTS.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN EXTEND UNAPPLIED-FILE
           IF WS-UNAPPLIED-FILE-STATUS NOT = "00"
               OPEN OUTPUT UNAPPLIED-FILE
           END-IF
           MOVE "REFERENCE  PAID ON       AMOUNT  DISPOSITION ITEMS"
               TO REPORT-RECORD
           MOVE "      CLOSED      PARTIAL    LEFT OVER"
               TO REPORT-RECORD (52:38)
           WRITE REPORT-RECORD
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS = "00"
               PERFORM 2010-READ-PAYMENT
               PERFORM 2020-APPLY-ONE-PAYMENT UNTIL WS-EOF
               CLOSE PAYMENT-FILE
           ELSE
               DISPLAY "CASHAPP: NO PAYMENT FILE, STATUS "
                   WS-PAYMENT-FILE-STATUS
               MOVE "PAYMENT FILE MISSING, NO CASH APPLIED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF-SW
           CLOSE HISTORY-FILE
           CLOSE UNAPPLIED-FILE.

       2010-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * ONE PAYMENT: TAKE THE OLDEST OPEN ITEM ON ITS REFERENCE, PAY
      * IT OFF OR DOWN, AND REPEAT WHILE CASH AND ITEMS REMAIN. A
      * MALFORMED OR NON-POSITIVE PAYMENT IS REFUSED, NEVER GUESSED
      * AT, AND STAYS OUT OF THE PROOF; SO DOES ONE ALREADY APPLIED
      * ON AN EARLIER NIGHT.
      ******************************************************************
       2020-APPLY-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-READ
           SET WS-PMT-IDX TO WS-PAYMENTS-READ
           EVALUATE TRUE
               WHEN PAY-AMOUNT IS NOT NUMERIC
                   OR PAY-DATE IS NOT NUMERIC
                   PERFORM 2700-REFUSE-PAYMENT
               WHEN PAY-AMOUNT NOT > ZERO
                   PERFORM 2700-REFUSE-PAYMENT
               WHEN WS-PMT-ON-HISTORY (WS-PMT-IDX)
                   PERFORM 2750-REFUSE-REPEATED
               WHEN OTHER
                   ADD PAY-AMOUNT TO WS-TOT-PAYMENTS
                   MOVE PAY-AMOUNT TO WS-PAY-LEFT
                   MOVE ZERO TO WS-PAY-CLOSED
                   MOVE ZERO TO WS-PAY-PARTIAL
                   MOVE ZERO TO WS-PAY-ITEMS
                   MOVE "N" TO WS-PAY-MATCHED-SW
                   MOVE 1 TO WS-MATCH-IX
                   PERFORM 2100-APPLY-TO-OLDEST
                       UNTIL WS-PAY-LEFT = ZERO
                           OR WS-MATCH-IX = ZERO
                   PERFORM 2300-SETTLE-PAYMENT
           END-EVALUATE
           PERFORM 2010-READ-PAYMENT.

       2100-APPLY-TO-OLDEST.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM 2110-CHECK-ONE-ITEM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ITM-COUNT
           IF WS-MATCH-IX > ZERO
               SET WS-PAY-MATCHED TO TRUE
               ADD 1 TO WS-PAY-ITEMS
               SET WS-ITM-IDX TO WS-MATCH-IX
               IF WS-PAY-LEFT NOT < WS-ITM-BALANCE (WS-ITM-IDX)
                   MOVE WS-ITM-BALANCE (WS-ITM-IDX)
                       TO WS-APPLY-AMOUNT
                   MOVE ZERO TO WS-ITM-BALANCE (WS-ITM-IDX)
                   ADD WS-APPLY-AMOUNT TO WS-PAY-CLOSED
                   ADD 1 TO WS-ITEMS-CLOSED
                   MOVE "C" TO WS-HIST-DISPOSITION
               ELSE
                   MOVE WS-PAY-LEFT TO WS-APPLY-AMOUNT
                   SUBTRACT WS-APPLY-AMOUNT
                       FROM WS-ITM-BALANCE (WS-ITM-IDX)
                   ADD WS-APPLY-AMOUNT TO WS-PAY-PARTIAL
                   ADD 1 TO WS-ITEMS-REDUCED
                   MOVE "P" TO WS-HIST-DISPOSITION
               END-IF
               SUBTRACT WS-APPLY-AMOUNT FROM WS-PAY-LEFT
               MOVE WS-ITM-DATE (WS-ITM-IDX) TO WS-HIST-ITEM-DATE
               MOVE WS-APPLY-AMOUNT TO WS-HIST-AMOUNT
               MOVE WS-ITM-BALANCE (WS-ITM-IDX) TO WS-HIST-BALANCE
               PERFORM 2500-WRITE-HISTORY
           END-IF.

      ******************************************************************
      * OLDEST ITEM DATE WINS; ON EQUAL DATES THE EARLIER RECORD.
      ******************************************************************
       2110-CHECK-ONE-ITEM.
           IF WS-ITM-GOOD (WS-IX)
               AND WS-ITM-REF-ID (WS-IX) = PAY-REFERENCE-ID
               AND WS-ITM-BALANCE (WS-IX) > ZERO
               IF WS-MATCH-IX = ZERO
                   MOVE WS-IX TO WS-MATCH-IX
               ELSE
                   IF WS-ITM-DATE (WS-IX) < WS-ITM-DATE (WS-MATCH-IX)
                       MOVE WS-IX TO WS-MATCH-IX
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WHAT THE ITEMS COULD NOT TAKE IS PARKED: OVERPAID WHEN THE
      * REFERENCE HAD OPEN ITEMS, UNAPPLIED WHEN IT HAD NONE.
      ******************************************************************
       2300-SETTLE-PAYMENT.
           ADD WS-PAY-CLOSED TO WS-TOT-CLOSED
           ADD WS-PAY-PARTIAL TO WS-TOT-PARTIAL
           EVALUATE TRUE
               WHEN NOT WS-PAY-MATCHED
                   MOVE "UNAPPLIED" TO WS-DISPOSITION
                   ADD 1 TO WS-PAYMENTS-UNAPPLIED
                   ADD WS-PAY-LEFT TO WS-TOT-UNAPPLIED
                   MOVE "U" TO WS-HIST-DISPOSITION
                   MOVE "NO MATCH" TO WS-PARK-REASON
               WHEN WS-PAY-LEFT > ZERO
                   MOVE "OVERPAID" TO WS-DISPOSITION
                   ADD 1 TO WS-PAYMENTS-OVERPAID
                   ADD WS-PAY-LEFT TO WS-TOT-OVERPAID
                   MOVE "O" TO WS-HIST-DISPOSITION
                   MOVE "OVERPAID" TO WS-PARK-REASON
               WHEN WS-PAY-PARTIAL > ZERO
                   MOVE "PARTIAL" TO WS-DISPOSITION
               WHEN OTHER
                   MOVE "APPLIED" TO WS-DISPOSITION
           END-EVALUATE
           IF WS-PAY-LEFT > ZERO
               MOVE ZERO TO WS-HIST-ITEM-DATE
               MOVE WS-PAY-LEFT TO WS-HIST-AMOUNT
               MOVE ZERO TO WS-HIST-BALANCE
               PERFORM 2500-WRITE-HISTORY
               PERFORM 2600-WRITE-UNAPPLIED
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE PAY-AMOUNT TO WS-LINE-AMOUNT-ED
           MOVE WS-PAY-CLOSED TO WS-LINE-CLOSED-ED
           MOVE WS-PAY-PARTIAL TO WS-LINE-PARTIAL-ED
           MOVE WS-PAY-LEFT TO WS-LINE-LEFT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING PAY-REFERENCE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-AMOUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PAY-ITEMS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-CLOSED-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-PARTIAL-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-LEFT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       2500-WRITE-HISTORY.
           MOVE SPACES TO CASH-HISTORY-RECORD
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE PAY-REFERENCE-ID TO CH-REFERENCE-ID
           MOVE PAY-DATE TO CH-PAY-DATE
           MOVE WS-HIST-ITEM-DATE TO CH-ITEM-DATE
           MOVE WS-HIST-DISPOSITION TO CH-DISPOSITION
           MOVE WS-HIST-AMOUNT TO CH-AMOUNT
           MOVE WS-HIST-BALANCE TO CH-ITEM-BALANCE
           WRITE CASH-HISTORY-RECORD.

       2600-WRITE-UNAPPLIED.
           MOVE SPACES TO UNAPPLIED-RECORD
           MOVE WS-RUN-DATE TO UA-RUN-DATE
           MOVE PAY-REFERENCE-ID TO UA-REFERENCE-ID
           MOVE PAY-DATE TO UA-PAY-DATE
           MOVE WS-PAY-LEFT TO UA-AMOUNT
           MOVE WS-PARK-REASON TO UA-REASON
           WRITE UNAPPLIED-RECORD.

       2700-REFUSE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-BAD
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING PAY-REFERENCE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAYMENT-RECORD (22:6) DELIMITED BY SIZE
               " *** REFUSED, MALFORMED OR NOT POSITIVE: "
                   DELIMITED BY SIZE
               PAYMENT-RECORD (12:9) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       2750-REFUSE-REPEATED.
           ADD 1 TO WS-PAYMENTS-REPEATED
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE PAY-AMOUNT TO WS-LINE-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING PAY-REFERENCE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-AMOUNT-ED DELIMITED BY SIZE
               " *** REFUSED, ALREADY ON THE APPLICATION HISTORY"
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      ******************************************************************
      * THE ITEMS ARE CARRIED FORWARD AS THEY STAND WHEN CASH CANNOT
      * SAFELY BE APPLIED, SO THE NEW GENERATION NEVER LOSES AN ITEM.
      ******************************************************************
       2900-REFUSE-TABLE-FULL.
           MOVE 8 TO WS-RUN-RC
           DISPLAY "CASHAPP: MORE THAN 5000 ITEMS OR PAYMENTS, "
               "NO CASH APPLIED"
           MOVE "ITEM OR PAYMENT TABLE FULL, ITEMS CARRIED, NO CASH"
               TO WS-AUDIT-MESSAGE
           MOVE "E" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE "*** ITEM OR PAYMENT TABLE FULL - ITEMS CARRIED, NO"
               TO REPORT-RECORD
           MOVE " CASH APPLIED" TO REPORT-RECORD (52:13)
           WRITE REPORT-RECORD
           PERFORM 2910-COPY-ITEMS-THROUGH.

       2910-COPY-ITEMS-THROUGH.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "00"
               PERFORM 1110-READ-ITEM
               PERFORM 2920-COPY-ONE-ITEM UNTIL WS-EOF
               CLOSE ITEM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2920-COPY-ONE-ITEM.
           MOVE ITEM-RECORD TO NEWITEM-RECORD
           WRITE NEWITEM-RECORD
           ADD 1 TO WS-ITEMS-WRITTEN
           PERFORM 1110-READ-ITEM.

       2950-REFUSE-RERUN.
           MOVE 8 TO WS-RUN-RC
           DISPLAY "CASHAPP: BUSINESS DATE " WS-RUN-DATE
               " ALREADY ON THE APPLICATION HISTORY, RUN REFUSED"
           MOVE "DATE ALREADY APPLIED, ITEMS CARRIED, RUN REFUSED"
               TO WS-AUDIT-MESSAGE
           MOVE "E" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE "*** PAYMENTS ALREADY APPLIED FOR THIS DATE - ITEMS"
               TO REPORT-RECORD
           MOVE " CARRIED, NO CASH APPLIED" TO REPORT-RECORD (51:25)
           WRITE REPORT-RECORD
           PERFORM 2910-COPY-ITEMS-THROUGH.

      ******************************************************************
      * THE NEXT GENERATION: EVERY ITEM IN ITS ORIGINAL ORDER, AT ITS
      * REMAINING BALANCE, EXCEPT THOSE PAID OFF TONIGHT.
      ******************************************************************
       3000-WRITE-NEW-ITEMS.
           PERFORM 3010-WRITE-ONE-ITEM
               VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-COUNT.

       3010-WRITE-ONE-ITEM.
           IF WS-ITM-GOOD (WS-ITM-IDX)
               IF WS-ITM-BALANCE (WS-ITM-IDX) NOT = ZERO
                   MOVE WS-ITM-REF-ID (WS-ITM-IDX) TO WS-OUT-REF-ID
                   MOVE WS-ITM-BALANCE (WS-ITM-IDX) TO WS-OUT-AMOUNT
                   MOVE WS-ITM-DATE (WS-ITM-IDX) TO WS-OUT-DATE
                   MOVE WS-OUT-ITEM TO NEWITEM-RECORD
                   WRITE NEWITEM-RECORD
                   ADD 1 TO WS-ITEMS-WRITTEN
               END-IF
           ELSE
               MOVE WS-ITM-IMAGE (WS-ITM-IDX) TO NEWITEM-RECORD
               WRITE NEWITEM-RECORD
               ADD 1 TO WS-ITEMS-WRITTEN
           END-IF.

      ******************************************************************
      * THE PROOF: CASH CLOSING ITEMS, PLUS CASH PAYING ITEMS DOWN,
      * PLUS OVERPAID AND UNAPPLIED CASH, MUST EQUAL THE PAYMENTS.
      ******************************************************************
       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PAYMENTS-READ TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "PAYMENTS READ          : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-PAYMENTS-BAD TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "PAYMENTS REFUSED       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-PAYMENTS-REPEATED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "PAYMENTS SENT AGAIN    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ITEMS-READ TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "OPEN ITEMS READ        : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ITEMS-CLOSED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ITEMS CLOSED           : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ITEMS-REDUCED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ITEMS PAID IN PART     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ITEMS-WRITTEN TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ITEMS CARRIED FORWARD  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-CLOSED TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "APPLIED, ITEMS CLOSED  : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOT-PARTIAL TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "APPLIED, PARTIAL       : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-PAYMENTS-OVERPAID TO WS-COUNT-ED
           MOVE WS-TOT-OVERPAID TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "OVERPAID, PARKED       : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               "  PAYMENTS " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-PAYMENTS-UNAPPLIED TO WS-COUNT-ED
           MOVE WS-TOT-UNAPPLIED TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "UNAPPLIED, PARKED      : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               "  PAYMENTS " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           COMPUTE WS-TOT-ACCOUNTED = WS-TOT-CLOSED + WS-TOT-PARTIAL
               + WS-TOT-OVERPAID + WS-TOT-UNAPPLIED
           MOVE WS-TOT-ACCOUNTED TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL ACCOUNTED FOR    : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOT-PAYMENTS TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "PAYMENT FILE TOTAL     : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-TOT-ACCOUNTED = WS-TOT-PAYMENTS
               MOVE "PROOF                  : PROVED" TO REPORT-RECORD
           ELSE
               MOVE 8 TO WS-RUN-RC
               MOVE "PROOF                  : *** OUT OF BALANCE ***"
                   TO REPORT-RECORD
               MOVE "CASH APPLICATION DOES NOT PROVE TO PAYMENTS"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           WRITE REPORT-RECORD.

       9000-FINISH.
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-ITEMS-CLOSED TO WS-COUNT-ED
           STRING "CASH APPLIED - ITEMS CLOSED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           IF WS-PAYMENTS-UNAPPLIED > ZERO
               OR WS-PAYMENTS-OVERPAID > ZERO
               MOVE SPACES TO WS-AUDIT-MESSAGE
               COMPUTE WS-IX = WS-PAYMENTS-UNAPPLIED
                   + WS-PAYMENTS-OVERPAID
               MOVE WS-IX TO WS-COUNT-ED
               STRING "PAYMENTS PARKED FOR RESEARCH: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           IF WS-PAYMENTS-REPEATED > ZERO
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-PAYMENTS-REPEATED TO WS-COUNT-ED
               STRING "PAYMENTS REFUSED AS ALREADY APPLIED: "
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           CLOSE NEWITEM-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "CASHAPP: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "CASHAPP" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-PAYMENTS-READ TO COMPL-RECORDS-PROC
           COMPUTE COMPL-RECORDS-REJ = WS-PAYMENTS-BAD
               + WS-PAYMENTS-REPEATED
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM CASHAPP.
