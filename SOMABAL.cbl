      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Chain balancing for one posting cycle. SOMARECN
      *              proves the register and SOMAGLJ proves its own
      *              journal; this run proves that every record
      *              survives the whole path from the raw transaction
      *              file to the month-to-date ledger. The details
      *              received on TRANIN must equal the edit drops,
      *              the details warehoused for a later value date,
      *              the posting rejects, the suspected duplicates,
      *              the holds and the postings. The postings (the
      *              SOMAEXT trailer) must then equal the extract
      *              details, the GLJRNL debit lines, the entries
      *              loaded into SOMAPKEY and the cycle's increment
      *              to SOMAMTDL. Every leg is proved on count and
      *              on amount: the submitted amounts (NUM1 plus
      *              NUM2, reversals left out because a reversal
      *              posts the original's amounts, not its own) for
      *              the first leg and the base-currency totals for
      *              the rest. A leg that does not tie is flagged on
      *              the balancing report, raises an E-severity
      *              audit entry naming the leg and ends the step
      *              with return code 8. Runs after SOMAHARC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMABAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANIN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANIN-FILE-STATUS.
           SELECT DROP-FILE ASSIGN TO "SOMAEDRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-FILE-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "SOMAVDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "SOMAREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "SOMAHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "SOMAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT HIST-KEYED-FILE ASSIGN TO "SOMAPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "SOMAMTDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SOMABALR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "SOMACYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  CYCLE-FILE.
       COPY POSTCYC.

      ******************************************************************
      * THE RAW TRANSACTION FILE AS THE EDIT READ IT. THE AMOUNTS ARE
      * TESTED BEFORE THEY ARE ADDED, SINCE A NON-NUMERIC AMOUNT IS
      * EXACTLY WHAT THE EDIT DROPS.
      ******************************************************************
       FD  TRANIN-FILE.
       01  TRANIN-RECORD.
           05  TI-REC-TYPE         PIC X(03).
               88  TI-IS-HEADER            VALUE "HDR".
               88  TI-IS-TRAILER           VALUE "TRL".
           05  TI-NUM1-X           PIC X(09).
           05  TI-NUM1 REDEFINES TI-NUM1-X
                                   PIC S9(7)V99.
           05  TI-NUM2-X           PIC X(09).
           05  TI-NUM2 REDEFINES TI-NUM2-X
                                   PIC S9(7)V99.
           05  TI-OP-CODE          PIC X(03).
           05  FILLER              PIC X(56).

       FD  DROP-FILE.
       01  DROP-RECORD.
           05  DR-NUM1-X           PIC X(09).
           05  DR-NUM1 REDEFINES DR-NUM1-X
                                   PIC S9(7)V99.
           05  DR-NUM2-X           PIC X(09).
           05  DR-NUM2 REDEFINES DR-NUM2-X
                                   PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  DR-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  DR-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  DR-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(01).
           05  DR-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(01).
           05  DR-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  DR-TRACE-ID         PIC X(13).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05  WH-VALUE-DATE       PIC 9(06).
           05  WH-ORIGINATOR       PIC X(03).
           05  WH-WAREHOUSED-DATE  PIC 9(06).
           05  WH-TRAN-IMAGE.
               10  WH-REC-TYPE         PIC X(03).
               10  WH-NUM1             PIC S9(7)V99.
               10  WH-NUM2             PIC S9(7)V99.
               10  WH-OP-CODE          PIC X(03).
               10  FILLER              PIC X(22).
           05  WH-CYCLE            PIC X(01).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-NUM1             PIC S9(7)V99.
           05  RJ-NUM2             PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  RJ-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  RJ-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  RJ-REASON-CODE      PIC X(04).
               88  RJ-IS-DUPLICATE         VALUE "E005".
           05  FILLER              PIC X(01).
           05  RJ-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(01).
           05  RJ-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  RJ-TRACE-ID         PIC 9(13).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HD-NUM1             PIC S9(7)V99.
           05  HD-NUM2             PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  HD-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  HD-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  HD-LIMIT-AMOUNT     PIC 9(9)V99.
           05  FILLER              PIC X(01).
           05  HD-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  HD-TRACE-ID         PIC 9(13).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EX-REC-TYPE         PIC X(01).
               88  EX-IS-DETAIL            VALUE "D".
               88  EX-IS-TRAILER           VALUE "T".
           05  EX-DETAIL-DATA.
               10  EX-SEQUENCE         PIC 9(07).
               10  EX-NUM1             PIC S9(7)V99.
               10  EX-NUM2             PIC S9(7)V99.
               10  EX-RESULT           PIC S9(7)V99.
               10  EX-OP-CODE          PIC X(03).
               10  EX-CURRENCY-CODE    PIC X(03).
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

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JL-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  JL-SEQUENCE         PIC 9(07).
           05  FILLER              PIC X(01).
           05  JL-ACCOUNT          PIC X(08).
           05  FILLER              PIC X(01).
           05  JL-DR-CR            PIC X(01).
               88  JL-IS-DEBIT             VALUE "D".
               88  JL-IS-CREDIT            VALUE "C".
           05  FILLER              PIC X(01).
           05  JL-AMOUNT           PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  JL-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  JL-CYCLE            PIC 9(01).

       FD  HIST-KEYED-FILE.
       01  PH-RECORD.
           05  PH-RECORD-KEY.
               10  PH-RUN-DATE         PIC 9(06).
               10  PH-CYCLE            PIC 9(01).
               10  PH-SEQUENCE         PIC 9(07).
           05  PH-BATCH-NO         PIC 9(04).
           05  PH-NUM1             PIC S9(7)V99.
           05  PH-NUM2             PIC S9(7)V99.
           05  PH-RESULT           PIC S9(7)V99.
           05  PH-OP-CODE          PIC X(03).
           05  PH-CURRENCY-CODE    PIC X(03).
           05  PH-TRACE-ID         PIC 9(13).
           05  PH-BASE-RESULT      PIC S9(9)V99.
           05  PH-ORIG-OP-CODE     PIC X(03).
           05  PH-REVERSED-SW      PIC X(01).
               88  PH-REVERSED             VALUE "Y".
           05  PH-REVERSED-DATE    PIC 9(06).
           05  PH-REVERSED-CYCLE   PIC 9(01).

      ******************************************************************
      * THE MONTH-TO-DATE LEDGER IS UPDATED IN PLACE, SO THE CYCLE'S
      * INCREMENT IS THE D BUCKETS NOW LESS THE PRIOR TOTALS SOMAMTD
      * KEPT ON THE CONTROL RECORD BEFORE IT POSTED THE CYCLE.
      ******************************************************************
       FD  LEDGER-FILE.
       01  MTD-RECORD.
           05  MTD-REC-TYPE        PIC X(01).
               88  MTD-IS-DETAIL           VALUE "D".
               88  MTD-IS-CONTROL          VALUE "C".
           05  FILLER              PIC X(01).
           05  MTD-MONTH           PIC 9(04).
           05  FILLER              PIC X(01).
           05  MTD-DETAIL-DATA.
               10  MTD-CURRENCY    PIC X(03).
               10  FILLER          PIC X(01).
               10  MTD-OP-CODE     PIC X(03).
               10  FILLER          PIC X(01).
               10  MTD-COUNT       PIC 9(07).
               10  FILLER          PIC X(01).
               10  MTD-AMOUNT      PIC S9(11)V99.
           05  MTD-CONTROL-DATA REDEFINES MTD-DETAIL-DATA.
               10  MTD-DAYS-POSTED PIC 9(03).
               10  FILLER          PIC X(01).
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

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-CYCLE-FILE-STATUS    PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-TRANIN-FILE-STATUS   PIC X(02).
           05  WS-DROP-FILE-STATUS     PIC X(02).
           05  WS-WHSE-FILE-STATUS     PIC X(02).
           05  WS-REJECT-FILE-STATUS   PIC X(02).
           05  WS-HOLD-FILE-STATUS     PIC X(02).
           05  WS-EXTRACT-FILE-STATUS  PIC X(02).
           05  WS-JOURNAL-FILE-STATUS  PIC X(02).
           05  WS-KEYED-FILE-STATUS    PIC X(02).
           05  WS-LEDGER-FILE-STATUS   PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-POST-CYCLE           PIC 9(01) VALUE 1.
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".
       01  WS-MISSING-DDNAME       PIC X(08).

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-IN-BATCH-SW      PIC X(01) VALUE "N".
               88  WS-IN-BATCH                VALUE "Y".
           05  WS-TRAILER-FOUND-SW PIC X(01) VALUE "N".
               88  WS-TRAILER-FOUND           VALUE "Y".
           05  WS-LEDGER-CYCLE-SW  PIC X(01) VALUE "N".
               88  WS-LEDGER-HAS-CYCLE        VALUE "Y".
           05  WS-HIST-WALK-SW     PIC X(01) VALUE "N".
               88  WS-HIST-WALK-DONE          VALUE "Y".
           05  WS-LEG-SW           PIC X(01) VALUE "Y".
               88  WS-LEG-PROVED              VALUE "Y".
               88  WS-LEG-NOT-PROVED          VALUE "N".
           05  WS-CHAIN-SW         PIC X(01) VALUE "Y".
               88  WS-CHAIN-PROVED            VALUE "Y".
               88  WS-CHAIN-NOT-PROVED        VALUE "N".

      ******************************************************************
      * ONE COUNT AND ONE AMOUNT PER POINT ON THE PATH. THE INPUT
      * LEG'S AMOUNTS ARE SUBMITTED AMOUNTS, THE REST ARE BASE.
      ******************************************************************
       01  WS-CHAIN-TOTALS.
           05  WS-TRANIN-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-TRANIN-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DROP-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-DROP-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-WHSE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-WHSE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-REJECT-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DUP-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-DUP-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-HOLD-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-POSTED-IN-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-POSTED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-POSTED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-EXTRACT-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-EXTRACT-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-JOURNAL-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-JOURNAL-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HIST-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-HIST-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MTD-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-MTD-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-MTD-PRIOR-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-MTD-PRIOR-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-MTD-INCR-COUNT   PIC S9(09) VALUE ZERO.
           05  WS-MTD-INCR-AMOUNT  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-OUT-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-OUT-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-LEG-FIELDS.
           05  WS-LEG-NAME         PIC X(30).
           05  WS-LEG-HEADING      PIC X(60).
           05  WS-LEG-EXPECT-COUNT PIC S9(09) VALUE ZERO.
           05  WS-LEG-EXPECT-AMT   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LEG-ACTUAL-COUNT PIC S9(09) VALUE ZERO.
           05  WS-LEG-ACTUAL-AMT   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LEGS-FAILED      PIC 9(02) VALUE ZERO.

       01  WS-LINE-FIELDS.
           05  WS-LINE-LABEL       PIC X(30).
           05  WS-LINE-COUNT       PIC S9(09) VALUE ZERO.
           05  WS-LINE-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-ED         PIC -(8)9.
           05  WS-AMOUNT-ED        PIC -(12)9.99.
           05  WS-LEGS-ED          PIC Z9.
           05  WS-DATE-ED          PIC 9(06).
           05  WS-CYCLE-ED         PIC 9(01).

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-TRANIN
           PERFORM 2100-COUNT-DROPS
           PERFORM 2200-COUNT-WAREHOUSED
           PERFORM 2300-COUNT-REJECTS
           PERFORM 2400-COUNT-HOLDS
           PERFORM 2500-COUNT-EXTRACT
           PERFORM 2600-COUNT-JOURNAL
           PERFORM 2700-COUNT-HISTORY
           PERFORM 2800-COUNT-LEDGER
           PERFORM 3000-PROVE-CHAIN
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1040-GET-POSTING-CYCLE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REPORT-FILE.

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

      ******************************************************************
      * THE POSTING CYCLE COMES FROM THE SOMACYC CONTROL CARD THE
      * JOB SUPPLIES; WITHOUT ONE THIS IS THE SINGLE NIGHTLY CYCLE.
      ******************************************************************
       1040-GET-POSTING-CYCLE.
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               READ CYCLE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PCYC-CYCLE-NUMBER IS NUMERIC
                           AND PCYC-CYCLE-VALID
                           MOVE PCYC-CYCLE-NUMBER TO WS-POST-CYCLE
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMABAL" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * A FILE THAT CANNOT BE OPENED CONTRIBUTES NOTHING TO ITS LEG;
      * THE LEG THEN FAILS ON ITS OWN IF ANYTHING SHOULD HAVE BEEN
      * THERE, AND THE WARNING SAYS WHY.
      ******************************************************************
       1950-WARN-FILE-MISSING.
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "CANNOT OPEN " DELIMITED BY SIZE
               WS-MISSING-DDNAME DELIMITED BY SPACE
               ", COUNTED AS EMPTY" DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           MOVE "W" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG.

      ******************************************************************
      * COUNT THE RECORDS ON TRANIN THE EDIT TREATS AS DETAILS: EVERY
      * RECORD BUT THE HEADER THAT OPENS A BATCH AND THE TRAILER THAT
      * CLOSES ONE. A TRAILER WITH NO BATCH OPEN IS DROPPED BY THE
      * EDIT AS A RECORD OUTSIDE ANY BATCH, SO IT COUNTS HERE TOO.
      ******************************************************************
       2000-COUNT-TRANIN.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-IN-BATCH-SW
           OPEN INPUT TRANIN-FILE
           IF WS-TRANIN-FILE-STATUS = "00"
               PERFORM 2010-READ-TRANIN
               PERFORM 2020-COUNT-TRANIN-REC UNTIL WS-EOF
               CLOSE TRANIN-FILE
           ELSE
               MOVE "TRANIN" TO WS-MISSING-DDNAME
               PERFORM 1950-WARN-FILE-MISSING
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2010-READ-TRANIN.
           READ TRANIN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2020-COUNT-TRANIN-REC.
           EVALUATE TRUE
               WHEN TI-IS-HEADER
                   SET WS-IN-BATCH TO TRUE
               WHEN TI-IS-TRAILER AND WS-IN-BATCH
                   MOVE "N" TO WS-IN-BATCH-SW
               WHEN OTHER
                   ADD 1 TO WS-TRANIN-COUNT
                   IF TI-OP-CODE NOT = "REV"
                       IF TI-NUM1 IS NUMERIC
                           ADD TI-NUM1 TO WS-TRANIN-AMOUNT
                       END-IF
                       IF TI-NUM2 IS NUMERIC
                           ADD TI-NUM2 TO WS-TRANIN-AMOUNT
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 2010-READ-TRANIN.

       2100-COUNT-DROPS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DROP-FILE
           IF WS-DROP-FILE-STATUS = "00"
               PERFORM 2110-READ-DROP
               PERFORM 2120-COUNT-DROP-REC UNTIL WS-EOF
               CLOSE DROP-FILE
           ELSE
               MOVE "SOMAEDRJ" TO WS-MISSING-DDNAME
               PERFORM 1950-WARN-FILE-MISSING
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2110-READ-DROP.
           READ DROP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2120-COUNT-DROP-REC.
           ADD 1 TO WS-DROP-COUNT
           IF DR-OP-CODE NOT = "REV"
               IF DR-NUM1 IS NUMERIC
                   ADD DR-NUM1 TO WS-DROP-AMOUNT
               END-IF
               IF DR-NUM2 IS NUMERIC
                   ADD DR-NUM2 TO WS-DROP-AMOUNT
               END-IF
           END-IF
           PERFORM 2110-READ-DROP.

      ******************************************************************
      * THE WAREHOUSE GENERATION ALSO CARRIES ITEMS WAITING FROM
      * EARLIER DAYS AND FROM THE DAY'S OTHER CYCLE; ONLY WHAT THIS
      * CYCLE'S EDIT SET ASIDE TODAY BELONGS TO THIS CYCLE'S INPUT.
      ******************************************************************
       2200-COUNT-WAREHOUSED.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-FILE-STATUS = "00"
               PERFORM 2210-READ-WAREHOUSE
               PERFORM 2220-COUNT-WAREHOUSE-REC UNTIL WS-EOF
               CLOSE WAREHOUSE-FILE
           ELSE
               MOVE "SOMAVDW" TO WS-MISSING-DDNAME
               PERFORM 1950-WARN-FILE-MISSING
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2210-READ-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2220-COUNT-WAREHOUSE-REC.
           IF WH-CYCLE = SPACE
               MOVE "1" TO WH-CYCLE
           END-IF
           IF WH-WAREHOUSED-DATE = WS-RUN-DATE
               AND WH-CYCLE = WS-POST-CYCLE
               ADD 1 TO WS-WHSE-COUNT
               IF WH-OP-CODE NOT = "REV"
                   ADD WH-NUM1 TO WS-WHSE-AMOUNT
                   ADD WH-NUM2 TO WS-WHSE-AMOUNT
               END-IF
           END-IF
           PERFORM 2210-READ-WAREHOUSE.

      ******************************************************************
      * A SUSPECTED DUPLICATE IS A REJECT LIKE ANY OTHER ON SOMAREJ,
      * BUT THE CHAIN SHOWS IT ON ITS OWN LINE.
      ******************************************************************
       2300-COUNT-REJECTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM 2310-READ-REJECT
               PERFORM 2320-COUNT-REJECT-REC UNTIL WS-EOF
               CLOSE REJECT-FILE
           ELSE
               MOVE "SOMAREJ" TO WS-MISSING-DDNAME
               PERFORM 1950-WARN-FILE-MISSING
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2310-READ-REJECT.
           READ REJECT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2320-COUNT-REJECT-REC.
           IF RJ-IS-DUPLICATE
               ADD 1 TO WS-DUP-COUNT
               IF RJ-OP-CODE NOT = "REV"
                   ADD RJ-NUM1 TO WS-DUP-AMOUNT
                   ADD RJ-NUM2 TO WS-DUP-AMOUNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               IF RJ-OP-CODE NOT = "REV"
                   ADD RJ-NUM1 TO WS-REJECT-AMOUNT
                   ADD RJ-NUM2 TO WS-REJECT-AMOUNT
               END-IF
           END-IF
           PERFORM 2310-READ-REJECT.

       2400-COUNT-HOLDS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM 2410-READ-HOLD
               PERFORM 2420-COUNT-HOLD-REC UNTIL WS-EOF
               CLOSE HOLD-FILE
           ELSE
               MOVE "SOMAHOLD" TO WS-MISSING-DDNAME
               PERFORM 1950-WARN-FILE-MISSING
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2410-READ-HOLD.
           READ HOLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2420-COUNT-HOLD-REC.
           ADD 1 TO WS-HOLD-COUNT
           IF HD-OP-CODE NOT = "REV"
               ADD HD-NUM1 TO WS-HOLD-AMOUNT
               ADD HD-NUM2 TO WS-HOLD-AMOUNT
           END-IF
           PERFORM 2410-READ-HOLD.

      ******************************************************************
      * THE EXTRACT TRAILER IS THE POSTED FIGURE EVERY LATER LEG
      * PROVES AGAINST; THE DETAILS ARE COUNTED SEPARATELY, AND THEIR
      * SUBMITTED AMOUNTS FEED THE POSTED LINE OF THE INPUT LEG.
      ******************************************************************
       2500-COUNT-EXTRACT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               PERFORM 2510-READ-EXTRACT
               PERFORM 2520-COUNT-EXTRACT-REC UNTIL WS-EOF
               CLOSE EXTRACT-FILE
           ELSE
               MOVE "SOMAEXT" TO WS-MISSING-DDNAME
               PERFORM 1950-WARN-FILE-MISSING
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2510-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2520-COUNT-EXTRACT-REC.
           EVALUATE TRUE
               WHEN EX-IS-DETAIL
                   ADD 1 TO WS-EXTRACT-COUNT
                   ADD EX-BASE-RESULT TO WS-EXTRACT-AMOUNT
                   IF EX-OP-CODE NOT = "REV"
                       ADD EX-NUM1 TO WS-POSTED-IN-AMOUNT
                       ADD EX-NUM2 TO WS-POSTED-IN-AMOUNT
                   END-IF
               WHEN EX-IS-TRAILER
                   SET WS-TRAILER-FOUND TO TRUE
                   MOVE EX-TRL-COUNT TO WS-POSTED-COUNT
                   MOVE EX-TRL-TOTAL TO WS-POSTED-AMOUNT
           END-EVALUATE
           PERFORM 2510-READ-EXTRACT.

       2600-COUNT-JOURNAL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM 2610-READ-JOURNAL
               PERFORM 2620-COUNT-JOURNAL-REC UNTIL WS-EOF
               CLOSE JOURNAL-FILE
           ELSE
               MOVE "GLJRNL" TO WS-MISSING-DDNAME
               PERFORM 1950-WARN-FILE-MISSING
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2610-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2620-COUNT-JOURNAL-REC.
           IF JL-IS-DEBIT
               AND JL-RUN-DATE = WS-RUN-DATE
               AND JL-CYCLE = WS-POST-CYCLE
               ADD 1 TO WS-JOURNAL-COUNT
               ADD JL-AMOUNT TO WS-JOURNAL-AMOUNT
           END-IF
           PERFORM 2610-READ-JOURNAL.

      ******************************************************************
      * THE POSTING HISTORY IS KEYED RUN DATE, CYCLE, SEQUENCE, SO
      * THE CYCLE'S LOAD IS ONE CONTIGUOUS RANGE FROM SEQUENCE ZERO.
      ******************************************************************
       2700-COUNT-HISTORY.
           OPEN INPUT HIST-KEYED-FILE
           IF WS-KEYED-FILE-STATUS = "00"
               MOVE "N" TO WS-HIST-WALK-SW
               MOVE WS-RUN-DATE TO PH-RUN-DATE
               MOVE WS-POST-CYCLE TO PH-CYCLE
               MOVE ZERO TO PH-SEQUENCE
               START HIST-KEYED-FILE KEY NOT < PH-RECORD-KEY
                   INVALID KEY
                       SET WS-HIST-WALK-DONE TO TRUE
               END-START
               PERFORM 2710-COUNT-HISTORY-REC
                   UNTIL WS-HIST-WALK-DONE
               CLOSE HIST-KEYED-FILE
           ELSE
               MOVE "SOMAPKEY" TO WS-MISSING-DDNAME
               PERFORM 1950-WARN-FILE-MISSING
           END-IF.

       2710-COUNT-HISTORY-REC.
           READ HIST-KEYED-FILE NEXT RECORD
               AT END SET WS-HIST-WALK-DONE TO TRUE
           END-READ
           IF NOT WS-HIST-WALK-DONE
               IF PH-RUN-DATE NOT = WS-RUN-DATE
                   OR PH-CYCLE NOT = WS-POST-CYCLE
                   SET WS-HIST-WALK-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-HIST-COUNT
                   ADD PH-BASE-RESULT TO WS-HIST-AMOUNT
               END-IF
           END-IF.

      ******************************************************************
      * THE INCREMENT ONLY BELONGS TO THIS CYCLE WHEN THE CONTROL
      * RECORD SAYS THIS CYCLE OF THIS DATE WAS THE LAST ONE POSTED;
      * A LEDGER SOMAMTD REFUSED TO UPDATE SHOWS NO INCREMENT AT ALL.
      ******************************************************************
       2800-COUNT-LEDGER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM 2810-READ-LEDGER
               PERFORM 2820-COUNT-LEDGER-REC UNTIL WS-EOF
               CLOSE LEDGER-FILE
           ELSE
               MOVE "SOMAMTDL" TO WS-MISSING-DDNAME
               PERFORM 1950-WARN-FILE-MISSING
           END-IF
           MOVE "N" TO WS-EOF-SW
           IF WS-LEDGER-HAS-CYCLE
               COMPUTE WS-MTD-INCR-COUNT =
                   WS-MTD-COUNT - WS-MTD-PRIOR-COUNT
               COMPUTE WS-MTD-INCR-AMOUNT =
                   WS-MTD-AMOUNT - WS-MTD-PRIOR-AMOUNT
           END-IF.

       2810-READ-LEDGER.
           READ LEDGER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2820-COUNT-LEDGER-REC.
           EVALUATE TRUE
               WHEN MTD-IS-DETAIL
                   ADD MTD-COUNT TO WS-MTD-COUNT
                   ADD MTD-AMOUNT TO WS-MTD-AMOUNT
               WHEN MTD-IS-CONTROL
                   IF MTD-LAST-DATE = WS-RUN-DATE
                       AND MTD-LAST-CYCLE = WS-POST-CYCLE
                       SET WS-LEDGER-HAS-CYCLE TO TRUE
                   END-IF
                   IF MTD-PRIOR-COUNT IS NUMERIC
                       MOVE MTD-PRIOR-COUNT TO WS-MTD-PRIOR-COUNT
                       MOVE MTD-PRIOR-AMOUNT TO WS-MTD-PRIOR-AMOUNT
                   END-IF
           END-EVALUATE
           PERFORM 2810-READ-LEDGER.

      ******************************************************************
      * ONE SECTION PER LEG ON THE BALANCING REPORT, EACH ENDING IN
      * ITS OWN PROVED OR NOT-PROVED LINE.
      ******************************************************************
       3000-PROVE-CHAIN.
           MOVE WS-RUN-DATE TO WS-DATE-ED
           MOVE WS-POST-CYCLE TO WS-CYCLE-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "SOMA CHAIN BALANCING - RUN DATE " DELIMITED BY SIZE
               WS-DATE-ED DELIMITED BY SIZE
               " CYCLE " DELIMITED BY SIZE
               WS-CYCLE-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "LEG" TO REPORT-RECORD (1:3)
           MOVE "COUNT" TO REPORT-RECORD (35:5)
           MOVE "AMOUNT" TO REPORT-RECORD (52:6)
           WRITE REPORT-RECORD
           IF NOT WS-TRAILER-FOUND
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "*** NO TRAILER ON SOMAEXT - POSTED TAKEN AS ZERO"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM 3100-PROVE-INPUT-LEG
           PERFORM 3200-PROVE-EXTRACT-LEG
           PERFORM 3300-PROVE-JOURNAL-LEG
           PERFORM 3400-PROVE-HISTORY-LEG
           PERFORM 3450-PROVE-LEDGER-LEG
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CHAIN-PROVED
               MOVE "CHAIN STATUS: PROVED" TO REPORT-RECORD
           ELSE
               MOVE "CHAIN STATUS: *** NOT PROVED ***"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

      ******************************************************************
      * EVERY DETAIL RECEIVED MUST LAND IN EXACTLY ONE PLACE.
      * AMOUNTS HERE ARE AS SUBMITTED AND LEAVE REVERSALS OUT.
      ******************************************************************
       3100-PROVE-INPUT-LEG.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "1. TRANIN DETAILS TO DISPOSITIONS (SUBMITTED, NO REV)"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "   TRANIN DETAILS RECEIVED" TO WS-LINE-LABEL
           MOVE WS-TRANIN-COUNT TO WS-LINE-COUNT
           MOVE WS-TRANIN-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "   EDIT DROPS (SOMAEDRJ)" TO WS-LINE-LABEL
           MOVE WS-DROP-COUNT TO WS-LINE-COUNT
           MOVE WS-DROP-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "   WAREHOUSED (SOMAVDW)" TO WS-LINE-LABEL
           MOVE WS-WHSE-COUNT TO WS-LINE-COUNT
           MOVE WS-WHSE-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "   POSTING REJECTS (SOMAREJ)" TO WS-LINE-LABEL
           MOVE WS-REJECT-COUNT TO WS-LINE-COUNT
           MOVE WS-REJECT-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "   DUPLICATES (SOMAREJ E005)" TO WS-LINE-LABEL
           MOVE WS-DUP-COUNT TO WS-LINE-COUNT
           MOVE WS-DUP-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "   HELD (SOMAHOLD)" TO WS-LINE-LABEL
           MOVE WS-HOLD-COUNT TO WS-LINE-COUNT
           MOVE WS-HOLD-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "   POSTED (SOMAEXT)" TO WS-LINE-LABEL
           MOVE WS-POSTED-COUNT TO WS-LINE-COUNT
           MOVE WS-POSTED-IN-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           COMPUTE WS-OUT-COUNT = WS-DROP-COUNT + WS-WHSE-COUNT
               + WS-REJECT-COUNT + WS-DUP-COUNT + WS-HOLD-COUNT
               + WS-POSTED-COUNT
           COMPUTE WS-OUT-AMOUNT = WS-DROP-AMOUNT + WS-WHSE-AMOUNT
               + WS-REJECT-AMOUNT + WS-DUP-AMOUNT + WS-HOLD-AMOUNT
               + WS-POSTED-IN-AMOUNT
           MOVE "   TOTAL ACCOUNTED FOR" TO WS-LINE-LABEL
           MOVE WS-OUT-COUNT TO WS-LINE-COUNT
           MOVE WS-OUT-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "TRANIN TO DISPOSITIONS" TO WS-LEG-NAME
           MOVE WS-TRANIN-COUNT TO WS-LEG-EXPECT-COUNT
           MOVE WS-TRANIN-AMOUNT TO WS-LEG-EXPECT-AMT
           MOVE WS-OUT-COUNT TO WS-LEG-ACTUAL-COUNT
           MOVE WS-OUT-AMOUNT TO WS-LEG-ACTUAL-AMT
           PERFORM 3500-CHECK-LEG.

       3200-PROVE-EXTRACT-LEG.
           MOVE "2. POSTED TO SOMAEXT DETAILS (BASE AMOUNTS)"
               TO WS-LEG-HEADING
           PERFORM 3190-WRITE-POSTED-LINES
           MOVE "   SOMAEXT DETAILS" TO WS-LINE-LABEL
           MOVE WS-EXTRACT-COUNT TO WS-LINE-COUNT
           MOVE WS-EXTRACT-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "POSTED TO SOMAEXT DETAILS" TO WS-LEG-NAME
           MOVE WS-EXTRACT-COUNT TO WS-LEG-ACTUAL-COUNT
           MOVE WS-EXTRACT-AMOUNT TO WS-LEG-ACTUAL-AMT
           PERFORM 3500-CHECK-LEG.

       3300-PROVE-JOURNAL-LEG.
           MOVE "3. POSTED TO GLJRNL DEBIT LINES (BASE AMOUNTS)"
               TO WS-LEG-HEADING
           PERFORM 3190-WRITE-POSTED-LINES
           MOVE "   GLJRNL DEBIT LINES" TO WS-LINE-LABEL
           MOVE WS-JOURNAL-COUNT TO WS-LINE-COUNT
           MOVE WS-JOURNAL-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "POSTED TO GLJRNL DEBITS" TO WS-LEG-NAME
           MOVE WS-JOURNAL-COUNT TO WS-LEG-ACTUAL-COUNT
           MOVE WS-JOURNAL-AMOUNT TO WS-LEG-ACTUAL-AMT
           PERFORM 3500-CHECK-LEG.

       3400-PROVE-HISTORY-LEG.
           MOVE "4. POSTED TO SOMAPKEY LOAD (BASE AMOUNTS)"
               TO WS-LEG-HEADING
           PERFORM 3190-WRITE-POSTED-LINES
           MOVE "   LOADED INTO SOMAPKEY" TO WS-LINE-LABEL
           MOVE WS-HIST-COUNT TO WS-LINE-COUNT
           MOVE WS-HIST-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE "POSTED TO SOMAPKEY LOAD" TO WS-LEG-NAME
           MOVE WS-HIST-COUNT TO WS-LEG-ACTUAL-COUNT
           MOVE WS-HIST-AMOUNT TO WS-LEG-ACTUAL-AMT
           PERFORM 3500-CHECK-LEG.

       3450-PROVE-LEDGER-LEG.
           MOVE "5. POSTED TO SOMAMTDL INCREMENT (BASE AMOUNTS)"
               TO WS-LEG-HEADING
           PERFORM 3190-WRITE-POSTED-LINES
           MOVE "   SOMAMTDL INCREMENT" TO WS-LINE-LABEL
           MOVE WS-MTD-INCR-COUNT TO WS-LINE-COUNT
           MOVE WS-MTD-INCR-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           IF NOT WS-LEDGER-HAS-CYCLE
               MOVE "   (LEDGER DOES NOT SHOW THIS CYCLE AS POSTED)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE "POSTED TO SOMAMTDL INCREMENT" TO WS-LEG-NAME
           MOVE WS-MTD-INCR-COUNT TO WS-LEG-ACTUAL-COUNT
           MOVE WS-MTD-INCR-AMOUNT TO WS-LEG-ACTUAL-AMT
           PERFORM 3500-CHECK-LEG.

      ******************************************************************
      * THE LATER LEGS ALL OPEN WITH THE POSTED FIGURE THEY PROVE
      * AGAINST - THE SOMAEXT TRAILER COUNT AND BASE TOTAL.
      ******************************************************************
       3190-WRITE-POSTED-LINES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LEG-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "   POSTED (SOMAEXT TRAILER)" TO WS-LINE-LABEL
           MOVE WS-POSTED-COUNT TO WS-LINE-COUNT
           MOVE WS-POSTED-AMOUNT TO WS-LINE-AMOUNT
           PERFORM 3800-WRITE-LEG-LINE
           MOVE WS-POSTED-COUNT TO WS-LEG-EXPECT-COUNT
           MOVE WS-POSTED-AMOUNT TO WS-LEG-EXPECT-AMT.

      ******************************************************************
      * A LEG THAT DOES NOT TIE ON COUNT OR ON AMOUNT IS FLAGGED ON
      * THE REPORT, NAMED IN AN E-SEVERITY AUDIT ENTRY AND FAILS THE
      * STEP. A MISSING EXTRACT TRAILER FAILS THE EXTRACT LEG EVEN IF
      * THE DETAILS HAPPEN TO BE EMPTY.
      ******************************************************************
       3500-CHECK-LEG.
           SET WS-LEG-PROVED TO TRUE
           IF WS-LEG-EXPECT-COUNT NOT = WS-LEG-ACTUAL-COUNT
               OR WS-LEG-EXPECT-AMT NOT = WS-LEG-ACTUAL-AMT
               SET WS-LEG-NOT-PROVED TO TRUE
           END-IF
           IF WS-LEG-NAME = "POSTED TO SOMAEXT DETAILS"
               AND NOT WS-TRAILER-FOUND
               SET WS-LEG-NOT-PROVED TO TRUE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF WS-LEG-PROVED
               STRING "   LEG PROVED: " DELIMITED BY SIZE
                   WS-LEG-NAME DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "   *** LEG NOT PROVED: " DELIMITED BY SIZE
                   WS-LEG-NAME DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               SET WS-CHAIN-NOT-PROVED TO TRUE
               ADD 1 TO WS-LEGS-FAILED
               MOVE 8 TO WS-RUN-RC
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "CHAIN LEG NOT PROVED: " DELIMITED BY SIZE
                   WS-LEG-NAME DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           WRITE REPORT-RECORD.

       3800-WRITE-LEG-LINE.
           MOVE WS-LINE-COUNT TO WS-COUNT-ED
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING WS-LINE-LABEL DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       9000-FINISH.
           CLOSE REPORT-FILE
           IF WS-CHAIN-PROVED
               MOVE "CHAIN BALANCED - ALL LEGS PROVED"
                   TO WS-AUDIT-MESSAGE
           ELSE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-LEGS-FAILED TO WS-LEGS-ED
               STRING "CHAIN NOT BALANCED - LEGS NOT PROVED: "
                   DELIMITED BY SIZE
                   WS-LEGS-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "E" TO WS-AUDIT-SEVERITY
           END-IF
           PERFORM 1900-WRITE-AUDIT-LOG
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMABAL: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "SOMABAL" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-TRANIN-COUNT TO COMPL-RECORDS-PROC
           MOVE WS-LEGS-FAILED TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM SOMABAL.
