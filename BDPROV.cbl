      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Month-end bad-debt provision from the aging
      *              buckets, fired by the step table's month-end
      *              frequency. The REPBUCK amounts are totalled per
      *              bucket and the provision percentage for each
      *              bucket, held in PARMFILE as basis points (BDPROV
      *              BPCURRENT, BP30DAY, BP60DAY - defaults 1%, 10%
      *              and 50%), gives the provision required. The
      *              provision history (BDPHIST) holds each month's
      *              figures per bucket; the latest earlier month is
      *              the prior provision, and the difference is the
      *              movement. Each bucket's movement goes out as a
      *              balanced pair in the general-ledger journal
      *              layout: an increase debits the bad-debt expense
      *              account and credits the provision account the
      *              account-mapping master names for operation BDP
      *              in the base currency, a release does the
      *              reverse. The report shows per bucket the
      *              outstanding amount, the percentage, the required
      *              and prior provision and the movement. A missing
      *              BDP mapping writes no journal and ends RC 8. A
      *              rerun in the same month reports and journals the
      *              same figures but adds nothing to the history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDPROV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ATTEST-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT BUCKET-FILE ASSIGN TO "REPBUCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUCKET-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BDPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT MAP-FILE ASSIGN TO "GLACCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BDPROVR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "BDPROVJ"
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
       FD  PARM-FILE.
       COPY PARMREC.

       FD  ATTEST-FILE.
       COPY ATTESTRC.

      ******************************************************************
      * THE BUCKET RECORD AS REPETICAO WRITES IT; THE EDITED AMOUNT
      * IS DE-EDITED BACK TO A NUMBER TO TOTAL.
      ******************************************************************
       FD  BUCKET-FILE.
       01  BUCKET-RECORD.
           05  BK-AMOUNT-ED            PIC ZZZZ,ZZ9.99.
           05  FILLER                  PIC X(03).
           05  BK-BUCKET-LABEL         PIC X(07).
           05  FILLER                  PIC X(01).
           05  BK-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  BK-ITEM-DATE            PIC 9(06).
           05  FILLER                  PIC X(01).

      ******************************************************************
      * ONE LINE PER BUCKET PER MONTH-END, KEPT FOREVER.
      ******************************************************************
       FD  HISTORY-FILE.
       01  PROVISION-HISTORY-RECORD.
           05  BP-PERIOD               PIC 9(04).
           05  FILLER                  PIC X(01).
           05  BP-BUCKET-LABEL         PIC X(07).
           05  FILLER                  PIC X(01).
           05  BP-OUTSTANDING          PIC S9(9)V99.
           05  FILLER                  PIC X(01).
           05  BP-RATE-BP              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  BP-REQUIRED             PIC S9(9)V99.
           05  FILLER                  PIC X(01).
           05  BP-RUN-DATE             PIC 9(06).

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  AM-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-DEBIT-ACCOUNT    PIC X(08).
           05  FILLER              PIC X(01).
           05  AM-CREDIT-ACCOUNT   PIC X(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

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

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-ATTEST-FIELDS.
           05  WS-ATTEST-FILE-STATUS   PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-BUCKET-FILE-STATUS   PIC X(02).
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-MAP-FILE-STATUS      PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYMM         PIC 9(04).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-MAP-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-MAP-FOUND               VALUE "Y".
           05  WS-ON-HISTORY-SW    PIC X(01) VALUE "N".
               88  WS-ON-HISTORY              VALUE "Y".

      ******************************************************************
      * THE THREE BUCKETS, IN AGING ORDER, WITH THEIR PARAMETER NAMES
      * AND DEFAULT RATES IN BASIS POINTS.
      ******************************************************************
       01  WS-BUCKET-VALUES.
           05  FILLER              PIC X(07) VALUE "CURRENT".
           05  FILLER              PIC X(15) VALUE "BPCURRENT".
           05  FILLER              PIC 9(05) VALUE 00100.
           05  FILLER              PIC X(07) VALUE "30-DAY ".
           05  FILLER              PIC X(15) VALUE "BP30DAY".
           05  FILLER              PIC 9(05) VALUE 01000.
           05  FILLER              PIC X(07) VALUE "60-DAY ".
           05  FILLER              PIC X(15) VALUE "BP60DAY".
           05  FILLER              PIC 9(05) VALUE 05000.
       01  WS-BUCKET-DEFS REDEFINES WS-BUCKET-VALUES.
           05  WS-BKT-DEF OCCURS 3 TIMES.
               10  WS-BKT-LABEL    PIC X(07).
               10  WS-BKT-PARM-NAME PIC X(15).
               10  WS-BKT-RATE-BP  PIC 9(05).

       01  WS-BUCKET-FIGURES.
           05  WS-BKT-FIG OCCURS 3 TIMES.
               10  WS-BKT-SRC      PIC X(01).
               10  WS-BKT-ITEMS    PIC 9(07).
               10  WS-BKT-OUTSTANDING PIC S9(9)V99.
               10  WS-BKT-REQUIRED PIC S9(9)V99.
               10  WS-BKT-PRIOR    PIC S9(9)V99.
               10  WS-BKT-MOVEMENT PIC S9(9)V99.

       01  WS-WORK-FIELDS.
           05  WS-BX               PIC 9(01) VALUE ZERO.
           05  WS-MATCH-BX         PIC 9(01) VALUE ZERO.
           05  WS-ITEM-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           05  WS-PRIOR-PERIOD     PIC 9(04) VALUE ZERO.
           05  WS-BDP-DEBIT        PIC X(08) VALUE SPACES.
           05  WS-BDP-CREDIT       PIC X(08) VALUE SPACES.
           05  WS-DR-ACCOUNT       PIC X(08).
           05  WS-CR-ACCOUNT       PIC X(08).
           05  WS-JOURNAL-AMOUNT   PIC S9(9)V99 VALUE ZERO.
           05  WS-JOURNAL-SEQ      PIC 9(07) VALUE ZERO.
           05  WS-JOURNAL-LINES    PIC 9(05) VALUE ZERO.
           05  WS-UNKNOWN-COUNT    PIC 9(07) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-ITEMS        PIC 9(07) VALUE ZERO.
           05  WS-TOT-OUTSTANDING  PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-REQUIRED     PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-PRIOR        PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-MOVEMENT     PIC S9(9)V99 VALUE ZERO.
           05  WS-DEBIT-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL     PIC S9(9)V99 VALUE ZERO.

      ******************************************************************
      * ONE PRINT LINE PER BUCKET AND ONE FOR THE TOTAL.
      ******************************************************************
       01  WS-PROVISION-LINE.
           05  WS-PL-LABEL         PIC X(08).
           05  WS-PL-ITEMS         PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-OUTSTANDING   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-PCT           PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE "%".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-PL-REQUIRED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-PL-PRIOR         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-PL-MOVEMENT      PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-AMOUNT-ED        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-AMOUNT2-ED       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-MOVEMENT-ED      PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-BUCKETS
           PERFORM 2500-COMPUTE-PROVISION
           PERFORM 3000-WRITE-REPORT
           PERFORM 4000-WRITE-JOURNAL
           PERFORM 5000-WRITE-HISTORY
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1040-CLEAR-BUCKET
               VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
           PERFORM 1050-READ-PARMS
           PERFORM 1790-WRITE-ATTESTATION
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-LOAD-PRIOR-PROVISION
           PERFORM 1400-LOAD-ACCOUNT-MAP
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT JOURNAL-FILE.

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

       1040-CLEAR-BUCKET.
           MOVE "D" TO WS-BKT-SRC (WS-BX)
           MOVE ZERO TO WS-BKT-ITEMS (WS-BX)
           MOVE ZERO TO WS-BKT-OUTSTANDING (WS-BX)
           MOVE ZERO TO WS-BKT-REQUIRED (WS-BX)
           MOVE ZERO TO WS-BKT-PRIOR (WS-BX)
           MOVE ZERO TO WS-BKT-MOVEMENT (WS-BX).

       1050-READ-PARMS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1060-READ-PARM-REC
               PERFORM 1070-CHECK-PARM-REC UNTIL WS-EOF
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1060-READ-PARM-REC.
           READ PARM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1070-CHECK-PARM-REC.
           IF (PARM-EFF-DATE IS NOT NUMERIC
               OR PARM-EFF-DATE <= WS-RUN-DATE)
               AND PARM-PROGRAM-ID = "BDPROV"
               AND PARM-VALUE IS NUMERIC
               AND PARM-VALUE NOT < ZERO
               AND PARM-VALUE NOT > 10000
               PERFORM 1080-MATCH-PARM-NAME
                   VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
           END-IF
           PERFORM 1060-READ-PARM-REC.

       1080-MATCH-PARM-NAME.
           IF PARM-NAME = WS-BKT-PARM-NAME (WS-BX)
               MOVE PARM-VALUE TO WS-BKT-RATE-BP (WS-BX)
               MOVE "P" TO WS-BKT-SRC (WS-BX)
           END-IF.

      ******************************************************************
      * THE PRIOR PROVISION IS THE LATEST MONTH ON THE HISTORY BEFORE
      * THIS ONE. THIS MONTH ALREADY ON THE HISTORY MEANS A RERUN.
      ******************************************************************
       1100-LOAD-PRIOR-PROVISION.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 1110-READ-HISTORY-REC
               PERFORM 1120-NOTE-HISTORY-LINE UNTIL WS-EOF
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-HISTORY-REC.
           READ HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-NOTE-HISTORY-LINE.
           IF BP-PERIOD IS NUMERIC AND BP-REQUIRED IS NUMERIC
               EVALUATE TRUE
                   WHEN BP-PERIOD = WS-RUN-YYMM
                       SET WS-ON-HISTORY TO TRUE
                   WHEN BP-PERIOD > WS-RUN-YYMM
                       CONTINUE
                   WHEN BP-PERIOD > WS-PRIOR-PERIOD
                       MOVE BP-PERIOD TO WS-PRIOR-PERIOD
                       PERFORM 1130-CLEAR-PRIOR
                           VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
                       PERFORM 1140-TAKE-PRIOR-LINE
                   WHEN BP-PERIOD = WS-PRIOR-PERIOD
                       PERFORM 1140-TAKE-PRIOR-LINE
               END-EVALUATE
           END-IF
           PERFORM 1110-READ-HISTORY-REC.

       1130-CLEAR-PRIOR.
           MOVE ZERO TO WS-BKT-PRIOR (WS-BX).

       1140-TAKE-PRIOR-LINE.
           MOVE ZERO TO WS-MATCH-BX
           PERFORM 1150-MATCH-HISTORY-BUCKET
               VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
           IF WS-MATCH-BX > ZERO
               MOVE BP-REQUIRED TO WS-BKT-PRIOR (WS-MATCH-BX)
           END-IF.

       1150-MATCH-HISTORY-BUCKET.
           IF BP-BUCKET-LABEL = WS-BKT-LABEL (WS-BX)
               MOVE WS-BX TO WS-MATCH-BX
           END-IF.

      ******************************************************************
      * THE PROVISION ACCOUNTS ARE THE BDP MAPPING IN THE BASE
      * CURRENCY: THE DEBIT ACCOUNT IS THE BAD-DEBT EXPENSE, THE
      * CREDIT ACCOUNT THE PROVISION HELD AGAINST THE RECEIVABLES.
      ******************************************************************
       1400-LOAD-ACCOUNT-MAP.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MAP-FILE
           IF WS-MAP-FILE-STATUS = "00"
               PERFORM 1410-READ-MAP-REC
               PERFORM 1420-CHECK-MAP-ENTRY UNTIL WS-EOF
               CLOSE MAP-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1410-READ-MAP-REC.
           READ MAP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1420-CHECK-MAP-ENTRY.
           IF AM-OP-CODE = "BDP"
               AND AM-CURRENCY-CODE = "BRL"
               MOVE AM-DEBIT-ACCOUNT TO WS-BDP-DEBIT
               MOVE AM-CREDIT-ACCOUNT TO WS-BDP-CREDIT
               SET WS-MAP-FOUND TO TRUE
           END-IF
           PERFORM 1410-READ-MAP-REC.

      ******************************************************************
      * ATTEST THE CONTROL VALUES THIS RUN WILL ACTUALLY USE AND
      * WHERE EACH CAME FROM - PARAMETER FILE OR BUILT-IN DEFAULT -
      * SO A QUIET FALLBACK AFTER AN UNREADABLE PARMFILE SHOWS UP ON
      * THE MORNING COMPARATOR INSTEAD OF IN ODD-LOOKING RESULTS.
      ******************************************************************
       1790-WRITE-ATTESTATION.
           OPEN EXTEND ATTEST-FILE
           IF WS-ATTEST-FILE-STATUS NOT = "00"
               OPEN OUTPUT ATTEST-FILE
           END-IF
           PERFORM 1795-ATTEST-ONE-RATE
               VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
           CLOSE ATTEST-FILE.

       1795-ATTEST-ONE-RATE.
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "BDPROV" TO ATT-PROGRAM-ID
           MOVE WS-BKT-PARM-NAME (WS-BX) TO ATT-PARM-NAME
           MOVE WS-BKT-RATE-BP (WS-BX) TO ATT-VALUE-USED
           MOVE WS-BKT-SRC (WS-BX) TO ATT-SOURCE
           WRITE ATTEST-RECORD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "BDPROV" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-TOTAL-BUCKETS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BUCKET-FILE
           IF WS-BUCKET-FILE-STATUS = "00"
               PERFORM 2010-READ-BUCKET
               PERFORM 2020-ADD-ONE-ITEM UNTIL WS-EOF
               CLOSE BUCKET-FILE
           ELSE
               DISPLAY "BDPROV: CANNOT OPEN REPBUCK, STATUS "
                   WS-BUCKET-FILE-STATUS
               MOVE "BUCKET FILE MISSING, NO PROVISION CALCULATED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2010-READ-BUCKET.
           READ BUCKET-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2020-ADD-ONE-ITEM.
           MOVE ZERO TO WS-MATCH-BX
           PERFORM 2030-MATCH-ITEM-BUCKET
               VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
           IF WS-MATCH-BX > ZERO
               MOVE BK-AMOUNT-ED TO WS-ITEM-AMOUNT
               ADD 1 TO WS-BKT-ITEMS (WS-MATCH-BX)
               ADD WS-ITEM-AMOUNT TO WS-BKT-OUTSTANDING (WS-MATCH-BX)
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF
           PERFORM 2010-READ-BUCKET.

       2030-MATCH-ITEM-BUCKET.
           IF BK-BUCKET-LABEL = WS-BKT-LABEL (WS-BX)
               MOVE WS-BX TO WS-MATCH-BX
           END-IF.

       2500-COMPUTE-PROVISION.
           PERFORM 2510-COMPUTE-ONE-BUCKET
               VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3.

       2510-COMPUTE-ONE-BUCKET.
           COMPUTE WS-BKT-REQUIRED (WS-BX) ROUNDED =
               WS-BKT-OUTSTANDING (WS-BX) * WS-BKT-RATE-BP (WS-BX)
               / 10000
           COMPUTE WS-BKT-MOVEMENT (WS-BX) =
               WS-BKT-REQUIRED (WS-BX) - WS-BKT-PRIOR (WS-BX)
           ADD WS-BKT-ITEMS (WS-BX) TO WS-TOT-ITEMS
           ADD WS-BKT-OUTSTANDING (WS-BX) TO WS-TOT-OUTSTANDING
           ADD WS-BKT-REQUIRED (WS-BX) TO WS-TOT-REQUIRED
           ADD WS-BKT-PRIOR (WS-BX) TO WS-TOT-PRIOR
           ADD WS-BKT-MOVEMENT (WS-BX) TO WS-TOT-MOVEMENT.

       3000-WRITE-REPORT.
           MOVE "BAD-DEBT PROVISION - MONTH END" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PERIOD " DELIMITED BY SIZE
               WS-RUN-YYMM DELIMITED BY SIZE
               "   PRIOR PERIOD " DELIMITED BY SIZE
               WS-PRIOR-PERIOD DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-PRIOR-PERIOD = ZERO
               MOVE "NO EARLIER MONTH ON THE PROVISION HISTORY - PRIOR"
                   TO REPORT-RECORD
               MOVE " PROVISION TAKEN AS ZERO" TO REPORT-RECORD (50:24)
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BUCKET    ITEMS     OUTSTANDING     PCT       REQUIRED"
               TO REPORT-RECORD
           MOVE "          PRIOR       MOVEMENT"
               TO REPORT-RECORD (56:30)
           WRITE REPORT-RECORD
           PERFORM 3010-WRITE-BUCKET-LINE
               VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
           MOVE "TOTAL" TO WS-PL-LABEL
           MOVE WS-TOT-ITEMS TO WS-PL-ITEMS
           MOVE WS-TOT-OUTSTANDING TO WS-PL-OUTSTANDING
           MOVE ZERO TO WS-PL-PCT
           MOVE WS-TOT-REQUIRED TO WS-PL-REQUIRED
           MOVE WS-TOT-PRIOR TO WS-PL-PRIOR
           MOVE WS-TOT-MOVEMENT TO WS-PL-MOVEMENT
           MOVE WS-PROVISION-LINE TO REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD (35:7)
           WRITE REPORT-RECORD
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "BUCKET LINES WITH NO KNOWN BUCKET, IGNORED: "
                       DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       3010-WRITE-BUCKET-LINE.
           MOVE WS-BKT-LABEL (WS-BX) TO WS-PL-LABEL
           MOVE WS-BKT-ITEMS (WS-BX) TO WS-PL-ITEMS
           MOVE WS-BKT-OUTSTANDING (WS-BX) TO WS-PL-OUTSTANDING
           COMPUTE WS-PL-PCT = WS-BKT-RATE-BP (WS-BX) / 100
           MOVE WS-BKT-REQUIRED (WS-BX) TO WS-PL-REQUIRED
           MOVE WS-BKT-PRIOR (WS-BX) TO WS-PL-PRIOR
           MOVE WS-BKT-MOVEMENT (WS-BX) TO WS-PL-MOVEMENT
           MOVE WS-PROVISION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * ONE BALANCED PAIR PER BUCKET THAT MOVED: AN INCREASE DEBITS
      * THE EXPENSE AND CREDITS THE PROVISION, A RELEASE DEBITS THE
      * PROVISION AND CREDITS THE EXPENSE. THE LINES BELONG TO NO
      * POSTING CYCLE, SO THEY CARRY CYCLE ZERO. WITHOUT THE BDP
      * MAPPING NO LINE GOES OUT.
      ******************************************************************
       4000-WRITE-JOURNAL.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-RUN-RC = 8
                   MOVE "NO JOURNAL WRITTEN" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN NOT WS-MAP-FOUND
                   MOVE "NO ACCOUNT MAPPING FOR OP BDP CCY BRL"
                       TO REPORT-RECORD
                   MOVE "- NO JOURNAL WRITTEN"
                       TO REPORT-RECORD (39:20)
                   WRITE REPORT-RECORD
                   MOVE "NO BDP ACCOUNT MAPPING, NO JOURNAL WRITTEN"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   PERFORM 4010-JOURNAL-ONE-BUCKET
                       VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
                   MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED
                   MOVE WS-CREDIT-TOTAL TO WS-AMOUNT2-ED
                   MOVE WS-JOURNAL-LINES TO WS-COUNT-ED
                   STRING "JOURNAL LINES: " DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                       "  DEBITS: " DELIMITED BY SIZE
                       WS-AMOUNT-ED DELIMITED BY SIZE
                       "  CREDITS: " DELIMITED BY SIZE
                       WS-AMOUNT2-ED DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   MOVE WS-TOT-MOVEMENT TO WS-MOVEMENT-ED
                   STRING "PROVISION JOURNAL WRITTEN - MOVEMENT: "
                           DELIMITED BY SIZE
                       WS-MOVEMENT-ED DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   PERFORM 1900-WRITE-AUDIT-LOG
           END-EVALUATE.

       4010-JOURNAL-ONE-BUCKET.
           IF WS-BKT-MOVEMENT (WS-BX) NOT = ZERO
               IF WS-BKT-MOVEMENT (WS-BX) > ZERO
                   MOVE WS-BDP-DEBIT TO WS-DR-ACCOUNT
                   MOVE WS-BDP-CREDIT TO WS-CR-ACCOUNT
                   MOVE WS-BKT-MOVEMENT (WS-BX) TO WS-JOURNAL-AMOUNT
               ELSE
                   MOVE WS-BDP-CREDIT TO WS-DR-ACCOUNT
                   MOVE WS-BDP-DEBIT TO WS-CR-ACCOUNT
                   COMPUTE WS-JOURNAL-AMOUNT =
                       ZERO - WS-BKT-MOVEMENT (WS-BX)
               END-IF
               ADD 1 TO WS-JOURNAL-SEQ
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JOURNAL-SEQ TO JL-SEQUENCE
               MOVE WS-DR-ACCOUNT TO JL-ACCOUNT
               MOVE "D" TO JL-DR-CR
               MOVE WS-JOURNAL-AMOUNT TO JL-AMOUNT
               MOVE "BRL" TO JL-CURRENCY-CODE
               MOVE ZERO TO JL-CYCLE
               WRITE JOURNAL-RECORD
               ADD WS-JOURNAL-AMOUNT TO WS-DEBIT-TOTAL
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JOURNAL-SEQ TO JL-SEQUENCE
               MOVE WS-CR-ACCOUNT TO JL-ACCOUNT
               MOVE "C" TO JL-DR-CR
               MOVE WS-JOURNAL-AMOUNT TO JL-AMOUNT
               MOVE "BRL" TO JL-CURRENCY-CODE
               MOVE ZERO TO JL-CYCLE
               WRITE JOURNAL-RECORD
               ADD WS-JOURNAL-AMOUNT TO WS-CREDIT-TOTAL
               ADD 2 TO WS-JOURNAL-LINES
           END-IF.

      ******************************************************************
      * THE MONTH GOES ON THE HISTORY ONCE, AND ONLY WHEN IT WAS
      * JOURNALLED: A RERUN, OR A RUN THAT WROTE NO JOURNAL, LEAVES
      * THE HISTORY AS IT WAS SO NEXT MONTH'S PRIOR STAYS RIGHT.
      ******************************************************************
       5000-WRITE-HISTORY.
           EVALUATE TRUE
               WHEN WS-RUN-RC = 8
                   CONTINUE
               WHEN WS-ON-HISTORY
                   MOVE "PERIOD ALREADY ON THE PROVISION HISTORY -"
                       TO REPORT-RECORD
                   MOVE " NOT ADDED AGAIN" TO REPORT-RECORD (42:16)
                   WRITE REPORT-RECORD
                   MOVE "PERIOD ALREADY ON PROVISION HISTORY, RERUN"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               WHEN OTHER
                   OPEN EXTEND HISTORY-FILE
                   IF WS-HISTORY-FILE-STATUS NOT = "00"
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   PERFORM 5010-WRITE-ONE-HISTORY
                       VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
                   CLOSE HISTORY-FILE
           END-EVALUATE.

       5010-WRITE-ONE-HISTORY.
           MOVE SPACES TO PROVISION-HISTORY-RECORD
           MOVE WS-RUN-YYMM TO BP-PERIOD
           MOVE WS-BKT-LABEL (WS-BX) TO BP-BUCKET-LABEL
           MOVE WS-BKT-OUTSTANDING (WS-BX) TO BP-OUTSTANDING
           MOVE WS-BKT-RATE-BP (WS-BX) TO BP-RATE-BP
           MOVE WS-BKT-REQUIRED (WS-BX) TO BP-REQUIRED
           MOVE WS-RUN-DATE TO BP-RUN-DATE
           WRITE PROVISION-HISTORY-RECORD.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "BDPROV: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "BDPROV" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-TOT-ITEMS TO COMPL-RECORDS-PROC
           MOVE WS-UNKNOWN-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM BDPROV.
