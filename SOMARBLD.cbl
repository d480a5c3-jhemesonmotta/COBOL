      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Recovery rebuild of the keyed posting history
      *              (SOMAPKEY) and the month-to-date ledger (SOMAMTDL)
      *              from the archived SOMAEXT generations, for the
      *              night the cluster or the ledger is lost or
      *              corrupted mid-month and a restore would throw
      *              away every night since the last backup.
      *              Operations concatenates the range of archived
      *              generations (PROD.BATCH.SOMA.EXTARCH, oldest
      *              first) on SOMAEXT, points SOMAPKEY at a newly
      *              defined empty cluster (with its trace-id path)
      *              and SOMAMTDL at a new ledger, and runs this
      *              program standalone.
      *              Each generation ends at its transmission control
      *              record and is set aside on a work file until its
      *              XMITCTL record count and hash total, and its own
      *              trailer, have been proved; a generation that does
      *              not prove is refused and nothing from it is
      *              used. A generation whose business date and cycle
      *              do not follow the last one replayed is skipped,
      *              and every business day (BUSCAL) between two
      *              replayed dates that has no generation is flagged
      *              as a gap. Each proved generation loads its
      *              details into the history under the same key the
      *              nightly load uses, marks the originals of its
      *              reversals reversed, and posts to the ledger by
      *              the nightly month-to-date rules; a generation of
      *              a later month restarts the ledger as the
      *              month-end statement would have, so the ledger
      *              comes back for the month of the last generation
      *              replayed. The rebuilt ledger is then read back
      *              and its control record and buckets proved
      *              against the sum of the trailers replayed for
      *              that month. RC 4 = gaps or skipped generations,
      *              RC 8 = a generation refused or a proof failed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMARBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "SOMAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "SOMARBWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT HIST-KEYED-FILE ASSIGN TO "SOMAPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "SOMAMTDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SOMARBRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  EXTRACT-IMAGE           PIC X(80).

      ******************************************************************
      * ONE GENERATION AT A TIME WAITS HERE, IN THE EXTRACT LAYOUT,
      * UNTIL ITS CONTROL RECORD HAS PROVED IT.
      ******************************************************************
       FD  WORK-FILE.
       01  WORK-RECORD.
           05  WK-REC-TYPE         PIC X(01).
               88  WK-IS-DETAIL            VALUE "D".
               88  WK-IS-TRAILER           VALUE "T".
           05  WK-DETAIL-DATA.
               10  WK-SEQUENCE         PIC 9(07).
               10  WK-NUM1             PIC S9(7)V99.
               10  WK-NUM2             PIC S9(7)V99.
               10  WK-RESULT           PIC S9(7)V99.
               10  WK-OP-CODE          PIC X(03).
               10  WK-CURRENCY-CODE    PIC X(03).
               10  WK-BATCH-NO         PIC 9(04).
               10  WK-BASE-RESULT      PIC S9(9)V99.
               10  WK-TRACE-ID         PIC 9(13).
               10  WK-ORIG-OP-CODE     PIC X(03).
               10  WK-VALUE-DATE       PIC 9(06).
           05  WK-TRAILER-DATA REDEFINES WK-DETAIL-DATA.
               10  WK-TRL-COUNT        PIC 9(07).
               10  WK-TRL-TOTAL        PIC S9(9)V99.
               10  FILLER              PIC X(59).
           05  WK-CYCLE            PIC 9(01).

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
      * THE SAME LEDGER LAYOUT THE NIGHTLY MONTH-TO-DATE POST WRITES.
      ******************************************************************
       FD  LEDGER-FILE.
       01  MTD-RECORD.
           05  MTD-REC-TYPE        PIC X(01).
               88  MTD-IS-DETAIL           VALUE "D".
               88  MTD-IS-CONTROL          VALUE "C".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MTD-MONTH           PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MTD-DETAIL-DATA.
               10  MTD-CURRENCY    PIC X(03).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  MTD-OP-CODE     PIC X(03).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  MTD-COUNT       PIC 9(07).
               10  FILLER          PIC X(01) VALUE SPACE.
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

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CAL-BUSDAY-FLAG         PIC X(01).
           05  FILLER                  PIC X(01).
           05  CAL-DESCRIPTION         PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-FILE-STATUS  PIC X(02).
           05  WS-WORK-FILE-STATUS     PIC X(02).
           05  WS-KEYED-FILE-STATUS    PIC X(02).
           05  WS-LEDGER-FILE-STATUS   PIC X(02).
           05  WS-CALENDAR-FILE-STATUS PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-WORK-EOF-SW      PIC X(01) VALUE "N".
               88  WS-WORK-EOF                VALUE "Y".
           05  WS-GEN-ENDED-SW     PIC X(01) VALUE "N".
               88  WS-GEN-ENDED               VALUE "Y".
           05  WS-CTL-SEEN-SW      PIC X(01) VALUE "N".
               88  WS-CTL-SEEN                VALUE "Y".
           05  WS-TRAILER-SEEN-SW  PIC X(01) VALUE "N".
               88  WS-TRAILER-SEEN            VALUE "Y".
           05  WS-GEN-STATUS-SW    PIC X(01) VALUE "A".
               88  WS-GEN-ACCEPTED            VALUE "A".
               88  WS-GEN-REFUSED             VALUE "R".
               88  WS-GEN-SKIPPED             VALUE "S".
           05  WS-PKEY-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-PKEY-OPEN               VALUE "Y".
           05  WS-REV-WALK-SW      PIC X(01) VALUE "N".
               88  WS-REV-WALK-DONE           VALUE "Y".
           05  WS-ORIG-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-ORIG-FOUND              VALUE "Y".
           05  WS-PROOF-OK-SW      PIC X(01) VALUE "Y".
               88  WS-PROOF-OK                VALUE "Y".

      ******************************************************************
      * THE CONTROL RECORD THAT CLOSED THE GENERATION IN HAND.
      ******************************************************************
       01  WS-CONTROL-IMAGE.
       COPY XMITCTL REPLACING
           ==01  XMIT-CONTROL-RECORD.== BY ==05  XMIT-CTL-DATA.==
           ==05  == BY ==10  ==.

       01  WS-GENERATION-FIELDS.
           05  WS-GEN-NO           PIC 9(05) VALUE ZERO.
           05  WS-GEN-DATE         PIC 9(06) VALUE ZERO.
           05  WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE.
               10  WS-GEN-YY       PIC 9(02).
               10  WS-GEN-MM       PIC 9(02).
               10  WS-GEN-DD       PIC 9(02).
           05  WS-GEN-MONTH-PARTS REDEFINES WS-GEN-DATE.
               10  WS-GEN-YYMM     PIC 9(04).
               10  FILLER          PIC 9(02).
           05  WS-GEN-CYCLE        PIC 9(01) VALUE 1.
           05  WS-GEN-REC-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-GEN-DETAIL-COUNT PIC 9(07) VALUE ZERO.
           05  WS-GEN-HASH         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GEN-TRL-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-GEN-TRL-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-GEN-REASON       PIC X(30) VALUE SPACES.

       01  WS-SEQUENCE-FIELDS.
           05  WS-LAST-GEN-DATE    PIC 9(06) VALUE ZERO.
           05  WS-LAST-GEN-CYCLE   PIC 9(01) VALUE ZERO.
           05  WS-GAP-WALK-COUNT   PIC 9(03) VALUE ZERO.

      ******************************************************************
      * THE SHOP'S BUSINESS CALENDAR, AS THE DISPATCHER READS IT: A
      * DATE ABSENT FROM THE CALENDAR IS A BUSINESS DAY.
      ******************************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-CAL-IDX.
               10  WS-CAL-DATE         PIC 9(06).
               10  WS-CAL-BUSDAY       PIC X(01).

       01  WS-CHK-FIELDS.
           05  WS-CHK-DATE             PIC 9(06).
           05  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
               10  WS-CHK-YY           PIC 9(02).
               10  WS-CHK-MM           PIC 9(02).
               10  WS-CHK-DD           PIC 9(02).
           05  WS-CHK-BUSDAY-SW        PIC X(01) VALUE "Y".
               88  WS-CHK-IS-BUSDAY              VALUE "Y".
           05  WS-CHK-ARITH-MEND       PIC 9(02) VALUE ZERO.
           05  WS-CAL-SCAN-IX          PIC 9(03) VALUE ZERO.
           05  WS-LEAP-REM             PIC 9(02) VALUE ZERO.
           05  WS-LEAP-DUMMY           PIC 9(02) VALUE ZERO.

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

       01  WS-CONTROL-FIELDS.
           05  WS-LEDGER-MONTH     PIC 9(04) VALUE ZERO.
           05  WS-DAYS-POSTED      PIC 9(03) VALUE ZERO.
           05  WS-LAST-DATE        PIC 9(06) VALUE ZERO.
           05  WS-LAST-CYCLE       PIC 9(01) VALUE ZERO.
           05  WS-CYCLES-POSTED    PIC 9(03) VALUE ZERO.
           05  WS-TRAILER-SUM      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-LEDGER-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-LEDGER-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PRIOR-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-PRIOR-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * WHAT THE LEDGER MONTH'S REPLAYED GENERATIONS SAID ABOUT
      * THEMSELVES, KEPT APART FROM THE LEDGER ARITHMETIC, AND WHAT
      * THE REBUILT LEDGER SAYS WHEN IT IS READ BACK.
      ******************************************************************
       01  WS-PROOF-FIELDS.
           05  WS-PROOF-HASH-SUM   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PROOF-TRL-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-PROOF-CYCLES     PIC 9(03) VALUE ZERO.
           05  WS-RB-CTL-COUNT     PIC 9(03) VALUE ZERO.
           05  WS-RB-TRAILER-SUM   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RB-CYCLES        PIC 9(03) VALUE ZERO.
           05  WS-RB-DETAIL-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-RB-DETAIL-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZERO.

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
           05  WS-REV-TRACE        PIC 9(13) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-GEN-READ-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-GEN-REPLAY-COUNT PIC 9(05) VALUE ZERO.
           05  WS-GEN-REFUSE-COUNT PIC 9(05) VALUE ZERO.
           05  WS-GEN-SKIP-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-GAP-DAY-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-MONTH-RESTARTS   PIC 9(03) VALUE ZERO.
           05  WS-HIST-DETAILS     PIC 9(09) VALUE ZERO.
           05  WS-HIST-LOADED      PIC 9(09) VALUE ZERO.
           05  WS-HIST-DUPS        PIC 9(09) VALUE ZERO.
           05  WS-REV-MARKED       PIC 9(07) VALUE ZERO.
           05  WS-REV-UNMATCHED    PIC 9(07) VALUE ZERO.
           05  WS-GEN-ED           PIC ZZZZ9.
           05  WS-COUNT-ED         PIC ZZZZZZZZ9.
           05  WS-AMOUNT-ED        PIC -(12)9.99.
           05  WS-AMOUNT-ED2       PIC -(12)9.99.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-RC = ZERO
               PERFORM 2000-TAKE-GENERATION UNTIL WS-EOF
               CLOSE EXTRACT-FILE
               CLOSE HIST-KEYED-FILE
               PERFORM 3000-WRITE-LEDGER
               PERFORM 4000-WRITE-TOTALS
               PERFORM 5000-PROVE-REBUILD
           END-IF
           PERFORM 9000-FINISH
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1040-LOAD-CALENDAR
           OPEN OUTPUT REPORT-FILE
           MOVE "POSTING HISTORY AND MTD LEDGER REBUILD FROM ARCHIVE"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  GEN    DATE  CYC    RECORDS             HASH  RESULT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1700-OPEN-HISTORY-CLUSTER
           IF WS-RUN-RC = ZERO
               OPEN INPUT EXTRACT-FILE
               IF WS-EXTRACT-FILE-STATUS = "00"
                   PERFORM 2900-READ-EXTRACT
               ELSE
                   SET WS-EOF TO TRUE
               END-IF
               IF WS-EOF
                   MOVE "NO GENERATION ON SOMAEXT, NOTHING REBUILT"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "NO ARCHIVED GENERATION TO REBUILD FROM"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
                   CLOSE HIST-KEYED-FILE
                   IF WS-EXTRACT-FILE-STATUS = "00"
                       CLOSE EXTRACT-FILE
                   END-IF
               END-IF
           END-IF.

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

       1040-LOAD-CALENDAR.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = "00"
               PERFORM 1042-READ-CALENDAR-REC
               PERFORM 1044-LOAD-CALENDAR-ENTRY UNTIL WS-EOF
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1042-READ-CALENDAR-REC.
           READ CALENDAR-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1044-LOAD-CALENDAR-ENTRY.
           IF CAL-DATE IS NUMERIC
               IF WS-CAL-COUNT < 400
                   ADD 1 TO WS-CAL-COUNT
                   SET WS-CAL-IDX TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-IDX)
                   MOVE CAL-BUSDAY-FLAG TO WS-CAL-BUSDAY (WS-CAL-IDX)
               ELSE
                   DISPLAY "SOMARBLD: CALENDAR TABLE FULL, "
                       "ENTRY DROPPED"
               END-IF
           END-IF
           PERFORM 1042-READ-CALENDAR-REC.

      ******************************************************************
      * THE REBUILD STARTS FROM AN EMPTY CLUSTER: A CLUSTER THAT WILL
      * NOT OPEN FOR OUTPUT STILL HOLDS DATA, AND IS NEVER LOADED
      * OVER. IT IS THEN REOPENED FOR UPDATE SO A REVERSAL CAN MARK
      * ITS ORIGINAL.
      ******************************************************************
       1700-OPEN-HISTORY-CLUSTER.
           OPEN OUTPUT HIST-KEYED-FILE
           IF WS-KEYED-FILE-STATUS = "00"
               CLOSE HIST-KEYED-FILE
               OPEN I-O HIST-KEYED-FILE
           END-IF
           IF WS-KEYED-FILE-STATUS = "00"
               SET WS-PKEY-OPEN TO TRUE
           ELSE
               DISPLAY "SOMARBLD: CANNOT LOAD SOMAPKEY, STATUS "
                   WS-KEYED-FILE-STATUS
               MOVE "SOMAPKEY NOT AN EMPTY CLUSTER, NOTHING REBUILT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "SOMAPKEY NOT AN EMPTY CLUSTER, REBUILD REFUSED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMARBLD" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * ONE ARCHIVED GENERATION PER PASS: COLLECT IT ONTO THE WORK
      * FILE, PROVE IT, CHECK IT FOLLOWS THE LAST ONE REPLAYED, AND
      * ONLY THEN REPLAY IT.
      ******************************************************************
       2000-TAKE-GENERATION.
           ADD 1 TO WS-GEN-READ-COUNT
           MOVE WS-GEN-READ-COUNT TO WS-GEN-NO
           MOVE ZERO TO WS-GEN-DATE
           MOVE 1 TO WS-GEN-CYCLE
           MOVE ZERO TO WS-GEN-REC-COUNT
           MOVE ZERO TO WS-GEN-DETAIL-COUNT
           MOVE ZERO TO WS-GEN-HASH
           MOVE ZERO TO WS-GEN-TRL-COUNT
           MOVE ZERO TO WS-GEN-TRL-TOTAL
           MOVE SPACES TO WS-GEN-REASON
           MOVE SPACES TO WS-CONTROL-IMAGE
           MOVE "N" TO WS-GEN-ENDED-SW
           MOVE "N" TO WS-CTL-SEEN-SW
           MOVE "N" TO WS-TRAILER-SEEN-SW
           OPEN OUTPUT WORK-FILE
           PERFORM 2100-COLLECT-RECORD
               UNTIL WS-GEN-ENDED OR WS-EOF
           CLOSE WORK-FILE
           PERFORM 2200-VERIFY-GENERATION
           IF WS-GEN-ACCEPTED
               PERFORM 2300-CHECK-SEQUENCE
           END-IF
           IF WS-GEN-ACCEPTED
               PERFORM 2400-REPLAY-GENERATION
           END-IF
           PERFORM 2800-REPORT-GENERATION.

      ******************************************************************
      * A GENERATION ENDS AT ITS CONTROL RECORD. A TRAILER FOLLOWED
      * BY ANYTHING ELSE MEANS THE CONTROL RECORD WAS LOST: THE
      * GENERATION ENDS THERE WITHOUT ONE, AND THE RECORD IN HAND
      * STARTS THE NEXT.
      ******************************************************************
       2100-COLLECT-RECORD.
           EVALUATE TRUE
               WHEN EXTRACT-IMAGE (1:8) = "XMITCTL"
                   MOVE EXTRACT-IMAGE TO WS-CONTROL-IMAGE
                   SET WS-CTL-SEEN TO TRUE
                   SET WS-GEN-ENDED TO TRUE
                   PERFORM 2900-READ-EXTRACT
               WHEN WS-TRAILER-SEEN
                   SET WS-GEN-ENDED TO TRUE
               WHEN OTHER
                   MOVE EXTRACT-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
                   ADD 1 TO WS-GEN-REC-COUNT
                   IF EX-IS-DETAIL
                       ADD 1 TO WS-GEN-DETAIL-COUNT
                       IF EX-BASE-RESULT IS NUMERIC
                           ADD EX-BASE-RESULT TO WS-GEN-HASH
                       END-IF
                   END-IF
                   IF EX-IS-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                       IF EX-TRL-COUNT IS NUMERIC
                           MOVE EX-TRL-COUNT TO WS-GEN-TRL-COUNT
                       END-IF
                       IF EX-TRL-TOTAL IS NUMERIC
                           MOVE EX-TRL-TOTAL TO WS-GEN-TRL-TOTAL
                       END-IF
                       IF EX-CYCLE IS NUMERIC AND EX-CYCLE > ZERO
                           MOVE EX-CYCLE TO WS-GEN-CYCLE
                       END-IF
                   END-IF
                   PERFORM 2900-READ-EXTRACT
           END-EVALUATE.

      ******************************************************************
      * THE SAME PROOF THE TRANSMISSION VERIFIER APPLIES - COUNT OF
      * RECORDS AHEAD OF THE CONTROL RECORD AND THE SUM OF THE BASE
      * RESULTS - PLUS THE EXTRACT'S OWN TRAILER, WHICH IS WHAT THE
      * LEDGER WILL BE PROVED AGAINST.
      ******************************************************************
       2200-VERIFY-GENERATION.
           SET WS-GEN-ACCEPTED TO TRUE
           IF WS-CTL-SEEN AND XMIT-RUN-DATE IS NUMERIC
               MOVE XMIT-RUN-DATE TO WS-GEN-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CTL-SEEN
                   MOVE "NO CONTROL RECORD" TO WS-GEN-REASON
               WHEN XMIT-FILE-ID NOT = "SOMAEXT"
                   MOVE "NOT A SOMAEXT EXTRACT" TO WS-GEN-REASON
               WHEN XMIT-RECORD-COUNT IS NOT NUMERIC
                   OR XMIT-RECORD-COUNT NOT = WS-GEN-REC-COUNT
                   MOVE "RECORD COUNT DISAGREES" TO WS-GEN-REASON
               WHEN XMIT-HASH-TOTAL IS NOT NUMERIC
                   OR XMIT-HASH-TOTAL NOT = WS-GEN-HASH
                   MOVE "HASH TOTAL DISAGREES" TO WS-GEN-REASON
               WHEN NOT WS-TRAILER-SEEN
                   MOVE "NO TRAILER RECORD" TO WS-GEN-REASON
               WHEN WS-GEN-TRL-COUNT NOT = WS-GEN-DETAIL-COUNT
                   OR WS-GEN-TRL-TOTAL NOT = WS-GEN-HASH
                   MOVE "TRAILER DISAGREES" TO WS-GEN-REASON
               WHEN WS-GEN-MM < 1 OR WS-GEN-MM > 12
                   OR WS-GEN-DD < 1 OR WS-GEN-DD > 31
                   MOVE "RUN DATE NOT VALID" TO WS-GEN-REASON
           END-EVALUATE
           IF WS-GEN-REASON NOT = SPACES
               SET WS-GEN-REFUSED TO TRUE
               ADD 1 TO WS-GEN-REFUSE-COUNT
               MOVE 8 TO WS-RUN-RC
               MOVE WS-GEN-NO TO WS-GEN-ED
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "GENERATION " DELIMITED BY SIZE
                   WS-GEN-ED DELIMITED BY SIZE
                   " REFUSED: " DELIMITED BY SIZE
                   WS-GEN-REASON DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * GENERATIONS MUST RUN FORWARD: A DATE AND CYCLE NOT AFTER THE
      * LAST ONE REPLAYED IS A REPEAT OR OUT OF ORDER AND IS SKIPPED.
      * A FORWARD STEP IS WALKED DAY BY DAY FOR BUSINESS DAYS THAT
      * HAVE NO GENERATION.
      ******************************************************************
       2300-CHECK-SEQUENCE.
           IF WS-LAST-GEN-DATE > ZERO
               EVALUATE TRUE
                   WHEN WS-GEN-DATE < WS-LAST-GEN-DATE
                       OR (WS-GEN-DATE = WS-LAST-GEN-DATE
                           AND WS-GEN-CYCLE NOT > WS-LAST-GEN-CYCLE)
                       SET WS-GEN-SKIPPED TO TRUE
                       MOVE "REPEAT OR OUT OF ORDER" TO WS-GEN-REASON
                       ADD 1 TO WS-GEN-SKIP-COUNT
                       IF WS-RUN-RC < 4
                           MOVE 4 TO WS-RUN-RC
                       END-IF
                       MOVE WS-GEN-NO TO WS-GEN-ED
                       MOVE SPACES TO WS-AUDIT-MESSAGE
                       STRING "GENERATION " DELIMITED BY SIZE
                           WS-GEN-ED DELIMITED BY SIZE
                           " OUT OF SEQUENCE, SKIPPED" DELIMITED BY SIZE
                           INTO WS-AUDIT-MESSAGE
                       END-STRING
                       MOVE "W" TO WS-AUDIT-SEVERITY
                       PERFORM 1900-WRITE-AUDIT-LOG
                   WHEN WS-GEN-DATE > WS-LAST-GEN-DATE
                       PERFORM 2350-FLAG-DATE-GAPS
               END-EVALUATE
           END-IF.

       2350-FLAG-DATE-GAPS.
           MOVE WS-LAST-GEN-DATE TO WS-CHK-DATE
           MOVE ZERO TO WS-GAP-WALK-COUNT
           PERFORM 2570-ADVANCE-CHK-DATE
           PERFORM 2360-CHECK-GAP-DAY
               UNTIL WS-CHK-DATE NOT < WS-GEN-DATE
                   OR WS-GAP-WALK-COUNT > 400.

       2360-CHECK-GAP-DAY.
           ADD 1 TO WS-GAP-WALK-COUNT
           PERFORM 2590-LOOKUP-BUSDAY
           IF WS-CHK-IS-BUSDAY
               ADD 1 TO WS-GAP-DAY-COUNT
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
               MOVE SPACES TO REPORT-RECORD
               STRING "         " DELIMITED BY SIZE
                   WS-CHK-DATE DELIMITED BY SIZE
                   "  *** GAP: BUSINESS DAY WITH NO GENERATION ***"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "REBUILD GAP: NO GENERATION FOR BUSINESS DAY "
                       DELIMITED BY SIZE
                   WS-CHK-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           PERFORM 2570-ADVANCE-CHK-DATE.

      ******************************************************************
      * REPLAY: THE NIGHTLY HISTORY LOAD AND MONTH-TO-DATE POST, ONE
      * PROVED GENERATION AT A TIME. THE LEDGER'S PRIOR TOTALS ARE
      * ITS COUNT AND AMOUNT BEFORE THE GENERATION, AS THE NIGHTLY
      * POST LEAVES THEM BEFORE EACH CYCLE.
      ******************************************************************
       2400-REPLAY-GENERATION.
           ADD 1 TO WS-GEN-REPLAY-COUNT
           IF WS-GEN-YYMM NOT = WS-LEDGER-MONTH
               PERFORM 2410-START-LEDGER-MONTH
           END-IF
           MOVE WS-LEDGER-COUNT TO WS-PRIOR-COUNT
           MOVE WS-LEDGER-AMOUNT TO WS-PRIOR-AMOUNT
           ADD WS-GEN-DETAIL-COUNT TO WS-HIST-DETAILS
           MOVE "N" TO WS-WORK-EOF-SW
           OPEN INPUT WORK-FILE
           PERFORM 2420-READ-WORK
           PERFORM 2430-REPLAY-RECORD UNTIL WS-WORK-EOF
           CLOSE WORK-FILE
           ADD XMIT-HASH-TOTAL TO WS-PROOF-HASH-SUM
           ADD WS-GEN-TRL-COUNT TO WS-PROOF-TRL-COUNT
           ADD 1 TO WS-PROOF-CYCLES
           MOVE WS-GEN-DATE TO WS-LAST-GEN-DATE
           MOVE WS-GEN-CYCLE TO WS-LAST-GEN-CYCLE.

      ******************************************************************
      * A GENERATION OF A LATER MONTH MEANS THE MONTH-END STATEMENT
      * RAN AND RESET THE LEDGER IN BETWEEN; THE REBUILD DOES THE
      * SAME, SO ONLY THE LAST MONTH REPLAYED IS ON THE LEDGER.
      ******************************************************************
       2410-START-LEDGER-MONTH.
           IF WS-LEDGER-MONTH > ZERO
               ADD 1 TO WS-MONTH-RESTARTS
               MOVE SPACES TO REPORT-RECORD
               STRING "         LEDGER MONTH " DELIMITED BY SIZE
                   WS-LEDGER-MONTH DELIMITED BY SIZE
                   " CLOSED, LEDGER RESTARTS FOR " DELIMITED BY SIZE
                   WS-GEN-YYMM DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-GEN-YYMM TO WS-LEDGER-MONTH
           MOVE ZERO TO WS-BKT-COUNT
           MOVE ZERO TO WS-DAYS-POSTED
           MOVE ZERO TO WS-LAST-DATE
           MOVE ZERO TO WS-LAST-CYCLE
           MOVE ZERO TO WS-CYCLES-POSTED
           MOVE ZERO TO WS-TRAILER-SUM
           MOVE ZERO TO WS-LEDGER-COUNT
           MOVE ZERO TO WS-LEDGER-AMOUNT
           MOVE ZERO TO WS-PROOF-HASH-SUM
           MOVE ZERO TO WS-PROOF-TRL-COUNT
           MOVE ZERO TO WS-PROOF-CYCLES.

       2420-READ-WORK.
           READ WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.

       2430-REPLAY-RECORD.
           EVALUATE TRUE
               WHEN WK-IS-DETAIL
                   PERFORM 2440-LOAD-HISTORY-ENTRY
                   PERFORM 2460-POST-LEDGER-BUCKET
                   IF WK-OP-CODE = "REV"
                       PERFORM 2450-MARK-ORIGINAL-REVERSED
                   END-IF
               WHEN WK-IS-TRAILER
                   ADD WK-TRL-TOTAL TO WS-TRAILER-SUM
                   IF WS-LAST-DATE NOT = WS-GEN-DATE
                       ADD 1 TO WS-DAYS-POSTED
                   END-IF
                   ADD 1 TO WS-CYCLES-POSTED
                   MOVE WS-GEN-DATE TO WS-LAST-DATE
                   MOVE WS-GEN-CYCLE TO WS-LAST-CYCLE
           END-EVALUATE
           PERFORM 2420-READ-WORK.

       2440-LOAD-HISTORY-ENTRY.
           MOVE SPACES TO PH-RECORD
           MOVE WS-GEN-DATE TO PH-RUN-DATE
           MOVE WS-GEN-CYCLE TO PH-CYCLE
           MOVE WK-SEQUENCE TO PH-SEQUENCE
           MOVE WK-BATCH-NO TO PH-BATCH-NO
           MOVE WK-NUM1 TO PH-NUM1
           MOVE WK-NUM2 TO PH-NUM2
           MOVE WK-RESULT TO PH-RESULT
           MOVE WK-OP-CODE TO PH-OP-CODE
           MOVE WK-CURRENCY-CODE TO PH-CURRENCY-CODE
           MOVE WK-TRACE-ID TO PH-TRACE-ID
           MOVE WK-BASE-RESULT TO PH-BASE-RESULT
           MOVE WK-ORIG-OP-CODE TO PH-ORIG-OP-CODE
           MOVE "N" TO PH-REVERSED-SW
           MOVE ZERO TO PH-REVERSED-DATE
           MOVE ZERO TO PH-REVERSED-CYCLE
           WRITE PH-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-DUPS
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-LOADED
           END-WRITE.

      ******************************************************************
      * A REVERSAL MARKS ITS ORIGINAL AS THE LIVE POSTING RUN DID:
      * WALK THE ALTERNATE INDEX FROM THE TRACE ID PAST THE TRACE'S
      * OWN REVERSAL RECORDS. AN ORIGINAL POSTED BEFORE THE FIRST
      * GENERATION REPLAYED IS NOT ON THE REBUILT HISTORY, AND IS
      * ONLY COUNTED.
      ******************************************************************
       2450-MARK-ORIGINAL-REVERSED.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE "N" TO WS-REV-WALK-SW
           IF WK-TRACE-ID IS NUMERIC AND WK-TRACE-ID > ZERO
               MOVE WK-TRACE-ID TO WS-REV-TRACE
               MOVE WS-REV-TRACE TO PH-TRACE-ID
               START HIST-KEYED-FILE KEY IS EQUAL TO PH-TRACE-ID
                   INVALID KEY SET WS-REV-WALK-DONE TO TRUE
               END-START
               PERFORM 2455-CHECK-HISTORY-REC
                   UNTIL WS-REV-WALK-DONE
           END-IF
           IF WS-ORIG-FOUND
               MOVE "Y" TO PH-REVERSED-SW
               MOVE WS-GEN-DATE TO PH-REVERSED-DATE
               MOVE WS-GEN-CYCLE TO PH-REVERSED-CYCLE
               REWRITE PH-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REV-UNMATCHED
                   NOT INVALID KEY
                       ADD 1 TO WS-REV-MARKED
               END-REWRITE
           ELSE
               ADD 1 TO WS-REV-UNMATCHED
           END-IF.

       2455-CHECK-HISTORY-REC.
           READ HIST-KEYED-FILE NEXT RECORD
               AT END SET WS-REV-WALK-DONE TO TRUE
           END-READ
           IF NOT WS-REV-WALK-DONE
               IF PH-TRACE-ID NOT = WS-REV-TRACE
                   SET WS-REV-WALK-DONE TO TRUE
               ELSE
                   IF PH-OP-CODE NOT = "REV"
                       SET WS-ORIG-FOUND TO TRUE
                       SET WS-REV-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE NIGHTLY BUCKET RULE: CURRENCY, OPERATION AND BOOKING
      * MONTH, WHERE A DETAIL VALUE-DATED IN AN EARLIER MONTH BOOKS
      * TO THAT MONTH.
      ******************************************************************
       2460-POST-LEDGER-BUCKET.
           MOVE WK-CURRENCY-CODE TO WS-WORK-CCY
           MOVE WK-OP-CODE TO WS-WORK-OP
           MOVE WS-GEN-YYMM TO WS-WORK-MONTH
           IF WK-VALUE-DATE IS NUMERIC
               AND WK-VALUE-DATE > ZERO
               MOVE WK-VALUE-DATE TO WS-WORK-VALUE-DATE
               IF WS-WORK-VD-YYMM < WS-GEN-YYMM
                   MOVE WS-WORK-VD-YYMM TO WS-WORK-MONTH
               END-IF
           END-IF
           PERFORM 2470-FIND-OR-ADD-BUCKET
           IF WS-BKT-MATCH-IX > ZERO
               ADD 1 TO WS-BKT-CNT (WS-BKT-MATCH-IX)
               ADD WK-BASE-RESULT TO WS-BKT-AMT (WS-BKT-MATCH-IX)
               ADD WK-RESULT TO WS-BKT-CCY-AMT (WS-BKT-MATCH-IX)
               ADD 1 TO WS-LEDGER-COUNT
               ADD WK-BASE-RESULT TO WS-LEDGER-AMOUNT
           END-IF.

       2470-FIND-OR-ADD-BUCKET.
           MOVE ZERO TO WS-BKT-MATCH-IX
           PERFORM 2475-CHECK-ONE-BUCKET
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > WS-BKT-COUNT
                   OR WS-BKT-MATCH-IX > ZERO
           IF WS-BKT-MATCH-IX = ZERO
               IF WS-BKT-COUNT < 100
                   ADD 1 TO WS-BKT-COUNT
                   MOVE WS-BKT-COUNT TO WS-BKT-MATCH-IX
                   SET WS-BKT-IDX TO WS-BKT-COUNT
                   MOVE WS-WORK-MONTH TO WS-BKT-MONTH (WS-BKT-IDX)
                   MOVE WS-WORK-CCY TO WS-BKT-CCY (WS-BKT-IDX)
                   MOVE WS-WORK-OP TO WS-BKT-OP (WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-CNT (WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-AMT (WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-CCY-AMT (WS-BKT-IDX)
               ELSE
                   DISPLAY "SOMARBLD: BUCKET TABLE FULL, DETAIL "
                       "NOT ACCUMULATED"
               END-IF
           END-IF.

       2475-CHECK-ONE-BUCKET.
           IF WS-BKT-CCY (WS-BKT-IX) = WS-WORK-CCY
               AND WS-BKT-OP (WS-BKT-IX) = WS-WORK-OP
               AND WS-BKT-MONTH (WS-BKT-IX) = WS-WORK-MONTH
               MOVE WS-BKT-IX TO WS-BKT-MATCH-IX
           END-IF.

      ******************************************************************
      * THE NEXT CALENDAR DAY, LEAP FEBRUARY INCLUDED.
      ******************************************************************
       2570-ADVANCE-CHK-DATE.
           EVALUATE WS-CHK-MM
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-CHK-ARITH-MEND
               WHEN 02
                   DIVIDE WS-CHK-YY BY 4
                       GIVING WS-LEAP-DUMMY REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-CHK-ARITH-MEND
                   ELSE
                       MOVE 28 TO WS-CHK-ARITH-MEND
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CHK-ARITH-MEND
           END-EVALUATE
           IF WS-CHK-DD < WS-CHK-ARITH-MEND
               ADD 1 TO WS-CHK-DD
           ELSE
               MOVE 1 TO WS-CHK-DD
               IF WS-CHK-MM < 12
                   ADD 1 TO WS-CHK-MM
               ELSE
                   MOVE 1 TO WS-CHK-MM
                   IF WS-CHK-YY < 99
                       ADD 1 TO WS-CHK-YY
                   ELSE
                       MOVE ZERO TO WS-CHK-YY
                   END-IF
               END-IF
           END-IF.

       2590-LOOKUP-BUSDAY.
           MOVE "Y" TO WS-CHK-BUSDAY-SW
           PERFORM 2595-CHECK-CALENDAR-ENTRY
               VARYING WS-CAL-SCAN-IX FROM 1 BY 1
               UNTIL WS-CAL-SCAN-IX > WS-CAL-COUNT.

       2595-CHECK-CALENDAR-ENTRY.
           IF WS-CAL-DATE (WS-CAL-SCAN-IX) = WS-CHK-DATE
               MOVE WS-CAL-BUSDAY (WS-CAL-SCAN-IX)
                   TO WS-CHK-BUSDAY-SW
           END-IF.

       2800-REPORT-GENERATION.
           MOVE WS-GEN-NO TO WS-GEN-ED
           MOVE WS-GEN-REC-COUNT TO WS-COUNT-ED
           MOVE WS-GEN-HASH TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-GEN-ACCEPTED
                   STRING WS-GEN-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-GEN-DATE DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-GEN-CYCLE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                       WS-AMOUNT-ED DELIMITED BY SIZE
                       "  REPLAYED" DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               WHEN WS-GEN-SKIPPED
                   STRING WS-GEN-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-GEN-DATE DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-GEN-CYCLE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                       WS-AMOUNT-ED DELIMITED BY SIZE
                       "  SKIPPED - " DELIMITED BY SIZE
                       WS-GEN-REASON DELIMITED BY "  "
                       INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING WS-GEN-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-GEN-DATE DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-GEN-CYCLE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                       WS-AMOUNT-ED DELIMITED BY SIZE
                       "  REFUSED - " DELIMITED BY SIZE
                       WS-GEN-REASON DELIMITED BY "  "
                       INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD.

       2900-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * THE LEDGER IS WRITTEN EXACTLY AS THE NIGHTLY POST WRITES IT,
      * FOR THE MONTH OF THE LAST GENERATION REPLAYED.
      ******************************************************************
       3000-WRITE-LEDGER.
           IF WS-LEDGER-MONTH = ZERO
               MOVE 8 TO WS-RUN-RC
               MOVE "NO GENERATION REPLAYED, SOMAMTDL NOT WRITTEN"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           ELSE
               OPEN OUTPUT LEDGER-FILE
               MOVE SPACES TO MTD-RECORD
               MOVE "C" TO MTD-REC-TYPE
               MOVE WS-LEDGER-MONTH TO MTD-MONTH
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
                   UNTIL WS-BKT-IX > WS-BKT-COUNT
               CLOSE LEDGER-FILE
           END-IF.

       3010-WRITE-ONE-BUCKET.
           MOVE SPACES TO MTD-RECORD
           MOVE "D" TO MTD-REC-TYPE
           MOVE WS-BKT-MONTH (WS-BKT-IX) TO MTD-MONTH
           MOVE WS-BKT-CCY (WS-BKT-IX) TO MTD-CURRENCY
           MOVE WS-BKT-OP (WS-BKT-IX) TO MTD-OP-CODE
           MOVE WS-BKT-CNT (WS-BKT-IX) TO MTD-COUNT
           MOVE WS-BKT-AMT (WS-BKT-IX) TO MTD-AMOUNT
           MOVE WS-BKT-CCY-AMT (WS-BKT-IX) TO MTD-CCY-AMOUNT
           WRITE MTD-RECORD.

       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GEN-READ-COUNT TO WS-GEN-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "GENERATIONS READ          : " DELIMITED BY SIZE
               WS-GEN-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-GEN-REPLAY-COUNT TO WS-GEN-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "GENERATIONS REPLAYED      : " DELIMITED BY SIZE
               WS-GEN-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-GEN-REFUSE-COUNT TO WS-GEN-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "GENERATIONS REFUSED       : " DELIMITED BY SIZE
               WS-GEN-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-GEN-SKIP-COUNT TO WS-GEN-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "GENERATIONS SKIPPED       : " DELIMITED BY SIZE
               WS-GEN-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-GAP-DAY-COUNT TO WS-GEN-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BUSINESS-DAY GAPS         : " DELIMITED BY SIZE
               WS-GEN-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-HIST-LOADED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "HISTORY ENTRIES LOADED    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-HIST-DUPS TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DUPLICATE KEYS REFUSED    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REV-MARKED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ORIGINALS MARKED REVERSED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REV-UNMATCHED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "REVERSALS, ORIGINAL NOT IN" DELIMITED BY SIZE
               " RANGE: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LEDGER MONTH REBUILT      : " DELIMITED BY SIZE
               WS-LEDGER-MONTH DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      ******************************************************************
      * THE PROOF READS THE REBUILT LEDGER BACK OFF DISK: ITS CONTROL
      * RECORD'S TRAILER SUM AND CYCLE COUNT, AND THE SUM OF ITS
      * BUCKETS, MUST EACH AGREE WITH THE TRAILERS OF THE LEDGER
      * MONTH'S GENERATIONS AS THEIR CONTROL RECORDS STATED THEM.
      * THE HISTORY MUST HOLD EVERY DETAIL REPLAYED.
      ******************************************************************
       5000-PROVE-REBUILD.
           MOVE "Y" TO WS-PROOF-OK-SW
           IF WS-LEDGER-MONTH > ZERO
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS = "00"
                   PERFORM 5010-READ-LEDGER-REC
                   PERFORM 5020-ADD-LEDGER-REC UNTIL WS-EOF
                   CLOSE LEDGER-FILE
               END-IF
               IF WS-RB-CTL-COUNT NOT = 1
                   OR WS-RB-TRAILER-SUM NOT = WS-PROOF-HASH-SUM
                   OR WS-RB-DETAIL-AMOUNT NOT = WS-PROOF-HASH-SUM
                   OR WS-RB-DETAIL-COUNT NOT = WS-PROOF-TRL-COUNT
                   OR WS-RB-CYCLES NOT = WS-PROOF-CYCLES
                   MOVE "N" TO WS-PROOF-OK-SW
               END-IF
               PERFORM 5100-WRITE-LEDGER-PROOF
           END-IF
           IF WS-HIST-LOADED NOT = WS-HIST-DETAILS
               MOVE "N" TO WS-PROOF-OK-SW
               MOVE SPACES TO REPORT-RECORD
               MOVE "*** HISTORY DOES NOT HOLD EVERY DETAIL ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PROOF-OK
               MOVE "REBUILD STATUS: PROVED" TO REPORT-RECORD
               MOVE WS-GEN-REPLAY-COUNT TO WS-GEN-ED
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "SOMAPKEY/SOMAMTDL REBUILT AND PROVED, GENS: "
                       DELIMITED BY SIZE
                   WS-GEN-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           ELSE
               MOVE "REBUILD STATUS: *** PROOF FAILED ***"
                   TO REPORT-RECORD
               MOVE 8 TO WS-RUN-RC
               MOVE "REBUILT LEDGER/HISTORY DO NOT PROVE TO TRAILERS"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
           END-IF
           WRITE REPORT-RECORD
           PERFORM 1900-WRITE-AUDIT-LOG.

       5010-READ-LEDGER-REC.
           READ LEDGER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       5020-ADD-LEDGER-REC.
           EVALUATE TRUE
               WHEN MTD-IS-CONTROL
                   ADD 1 TO WS-RB-CTL-COUNT
                   IF MTD-TRAILER-SUM IS NUMERIC
                       MOVE MTD-TRAILER-SUM TO WS-RB-TRAILER-SUM
                   END-IF
                   IF MTD-CYCLES-POSTED IS NUMERIC
                       MOVE MTD-CYCLES-POSTED TO WS-RB-CYCLES
                   END-IF
               WHEN MTD-IS-DETAIL
                   IF MTD-COUNT IS NUMERIC
                       ADD MTD-COUNT TO WS-RB-DETAIL-COUNT
                   END-IF
                   IF MTD-AMOUNT IS NUMERIC
                       ADD MTD-AMOUNT TO WS-RB-DETAIL-AMOUNT
                   END-IF
           END-EVALUATE
           PERFORM 5010-READ-LEDGER-REC.

       5100-WRITE-LEDGER-PROOF.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "LEDGER PROOF                REBUILT LEDGER    TRAILERS"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RB-TRAILER-SUM TO WS-AMOUNT-ED
           MOVE WS-PROOF-HASH-SUM TO WS-AMOUNT-ED2
           MOVE SPACES TO REPORT-RECORD
           STRING "CONTROL TRAILER SUM     " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               WS-AMOUNT-ED2 DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RB-DETAIL-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BUCKET AMOUNT TOTAL     " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               WS-AMOUNT-ED2 DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RB-DETAIL-COUNT TO WS-AMOUNT-ED
           MOVE WS-PROOF-TRL-COUNT TO WS-AMOUNT-ED2
           MOVE SPACES TO REPORT-RECORD
           STRING "BUCKET DETAIL COUNT     " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               WS-AMOUNT-ED2 DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RB-CYCLES TO WS-AMOUNT-ED
           MOVE WS-PROOF-CYCLES TO WS-AMOUNT-ED2
           MOVE SPACES TO REPORT-RECORD
           STRING "CYCLES POSTED           " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               WS-AMOUNT-ED2 DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMARBLD: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       END PROGRAM SOMARBLD.
