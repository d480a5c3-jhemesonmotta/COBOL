      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Raise the late charges on overdue receivables so
      *              finance stops keying them by hand. Every item in
      *              the 60-DAY bucket of the latest aging (REPBUCK)
      *              is charged at a rate held in PARMFILE (LATECHG
      *              RATEBP, basis points of the item amount, default
      *              150 = 1.50%) with a minimum charge (LATECHG
      *              MINCENTS, default 500 = 5.00). The charges are
      *              appended to TRANIN as one properly counted
      *              HDR/DTL/TRL batch under the LTC originator with
      *              the amount control restated, the way SOMASTGN
      *              appends standing orders, so they post, journal
      *              and archive through the normal chain. A charge
      *              history (LATEHIST) keeps an item - its reference
      *              id and item date - from being charged twice in
      *              one period, the business month; a rerun in the
      *              same month charges nothing already charged.
      *              Runs ahead of SOMAEDIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATECHG.
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
           SELECT HISTORY-FILE ASSIGN TO "LATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT TRANIN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANIN-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "LATECHGR"
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

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  ATTEST-FILE.
       COPY ATTESTRC.

       FD  BUSDATE-FILE.
       COPY BUSDATE.

      ******************************************************************
      * THE BUCKET RECORD AS REPETICAO WRITES IT; THE EDITED AMOUNT
      * IS DE-EDITED BACK TO A NUMBER TO CHARGE ON.
      ******************************************************************
       FD  BUCKET-FILE.
       01  BUCKET-RECORD.
           05  BK-AMOUNT-ED            PIC ZZZZ,ZZ9.99.
           05  FILLER                  PIC X(03).
           05  BK-BUCKET-LABEL         PIC X(07).
               88  BK-IS-60-DAY                VALUE "60-DAY ".
           05  FILLER                  PIC X(01).
           05  BK-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  BK-ITEM-DATE            PIC 9(06).
           05  FILLER                  PIC X(01).

      ******************************************************************
      * ONE LINE PER CHARGE RAISED, KEPT FOREVER: THE PERIOD (YYMM OF
      * THE BUSINESS DATE) AND THE ITEM CHARGED IN IT.
      ******************************************************************
       FD  HISTORY-FILE.
       01  LATE-HISTORY-RECORD.
           05  LH-PERIOD               PIC 9(04).
           05  FILLER                  PIC X(01).
           05  LH-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  LH-ITEM-DATE            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  LH-RUN-DATE             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  LH-ITEM-AMOUNT          PIC S9(7)V99.
           05  FILLER                  PIC X(01).
           05  LH-CHARGE               PIC S9(7)V99.

       FD  TRANIN-FILE.
       01  TRANIN-RECORD.
           05  GN-REC-TYPE         PIC X(03).
           05  GN-DETAIL-DATA.
               10  GN-NUM1             PIC S9(7)V99.
               10  GN-NUM2             PIC S9(7)V99.
               10  GN-OP-CODE          PIC X(03).
               10  GN-CURRENCY-CODE    PIC X(03).
           05  GN-HEADER-DATA REDEFINES GN-DETAIL-DATA.
               10  GN-EXPECTED-COUNT   PIC 9(7).
               10  GN-ORIGINATOR-CODE  PIC X(03).
               10  GN-HEADER-AMOUNT    PIC S9(9)V99.
               10  FILLER              PIC X(03).
           05  GN-TRAILER-DATA REDEFINES GN-DETAIL-DATA.
               10  GN-ACTUAL-COUNT     PIC 9(7).
               10  GN-TRAILER-AMOUNT   PIC S9(9)V99.
               10  FILLER              PIC X(06).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD         PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-ATTEST-FIELDS.
           05  WS-ATTEST-FILE-STATUS   PIC X(02).
           05  WS-SRC-OF-RATEBP        PIC X(01) VALUE "D".
           05  WS-SRC-OF-MINCENTS      PIC X(01) VALUE "D".
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-BUCKET-FILE-STATUS   PIC X(02).
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-TRANIN-FILE-STATUS   PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYMM         PIC 9(04).
           05  WS-RUN-DD           PIC 9(02).

       01  WS-CHARGE-PARMS.
           05  WS-RATE-BP          PIC 9(05) VALUE 150.
           05  WS-MIN-CENTS        PIC 9(07) VALUE 500.
           05  WS-MIN-CHARGE       PIC S9(7)V99 VALUE ZERO.

      ******************************************************************
      * THE ITEMS ALREADY CHARGED THIS PERIOD, FROM THE HISTORY.
      ******************************************************************
       01  WS-CHARGED-TABLE.
           05  WS-CHG-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-REF-ID   PIC X(10).
               10  WS-CHG-ITEM-DATE PIC 9(06).

      ******************************************************************
      * THE CHARGES ARE HELD IN STORAGE UNTIL THE BUCKETS ARE READ
      * THROUGH, BECAUSE THE BATCH HEADER MUST CARRY THE COUNT AND
      * AMOUNT CONTROL BEFORE THE FIRST DETAIL IS WRITTEN.
      ******************************************************************
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-DUE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DUE-IDX.
               10  WS-DUE-REF-ID   PIC X(10).
               10  WS-DUE-ITEM-DATE PIC 9(06).
               10  WS-DUE-ITEM-AMOUNT PIC S9(7)V99.
               10  WS-DUE-CHARGE   PIC S9(7)V99.

       01  WS-WORK-FIELDS.
           05  WS-IX               PIC 9(05) VALUE ZERO.
           05  WS-MATCH-IX         PIC 9(05) VALUE ZERO.
           05  WS-ITEM-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           05  WS-CHARGE           PIC S9(7)V99 VALUE ZERO.
           05  WS-MIN-FLAG         PIC X(03).

       01  WS-COUNTERS.
           05  WS-BUCKET-READ      PIC 9(07) VALUE ZERO.
           05  WS-OVERDUE-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-SKIPPED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-DUE-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-TOTAL-ED         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-EDIT-FIELDS.
           05  WS-AMOUNT-ED        PIC ZZZZ,ZZ9.99.
           05  WS-CHARGE-ED        PIC ZZZZ,ZZ9.99.
           05  WS-RATE-ED          PIC ZZ9.99.
           05  WS-MIN-ED           PIC ZZZZ,ZZ9.99.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-CHARGES
           PERFORM 3000-WRITE-CHARGE-BATCH
           PERFORM 3500-WRITE-CHARGE-HISTORY
           PERFORM 4000-WRITE-REGISTER-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1050-READ-PARMS
           PERFORM 1790-WRITE-ATTESTATION
           COMPUTE WS-MIN-CHARGE = WS-MIN-CENTS / 100
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-LOAD-CHARGE-HISTORY
           OPEN OUTPUT REGISTER-FILE
           MOVE "LATE CHARGES RAISED TONIGHT" TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           COMPUTE WS-RATE-ED = WS-RATE-BP / 100
           MOVE WS-MIN-CHARGE TO WS-MIN-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "PERIOD " DELIMITED BY SIZE
               WS-RUN-YYMM DELIMITED BY SIZE
               "   RATE " DELIMITED BY SIZE
               WS-RATE-ED DELIMITED BY SIZE
               "%   MINIMUM " DELIMITED BY SIZE
               WS-MIN-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "REFERENCE  ITEM DATE  ITEM AMOUNT       CHARGE"
               TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

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
               AND PARM-PROGRAM-ID = "LATECHG"
               EVALUATE PARM-NAME
                   WHEN "RATEBP"
                       IF PARM-VALUE > ZERO AND PARM-VALUE < 10000
                           MOVE PARM-VALUE TO WS-RATE-BP
                           MOVE "P" TO WS-SRC-OF-RATEBP
                       END-IF
                   WHEN "MINCENTS"
                       IF PARM-VALUE NOT < ZERO
                           AND PARM-VALUE < 10000000
                           MOVE PARM-VALUE TO WS-MIN-CENTS
                           MOVE "P" TO WS-SRC-OF-MINCENTS
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 1060-READ-PARM-REC.

       1100-LOAD-CHARGE-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 1110-READ-HISTORY-REC
               PERFORM 1120-NOTE-HISTORY-ENTRY UNTIL WS-EOF
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-HISTORY-REC.
           READ HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * AN OVERFLOWING HISTORY TABLE WOULD LET A CHARGED ITEM BE
      * CHARGED AGAIN, SO IT STOPS THE RUN BEFORE ANYTHING IS RAISED.
      ******************************************************************
       1120-NOTE-HISTORY-ENTRY.
           IF LH-PERIOD = WS-RUN-YYMM
               IF WS-CHG-COUNT < 5000
                   ADD 1 TO WS-CHG-COUNT
                   SET WS-CHG-IDX TO WS-CHG-COUNT
                   MOVE LH-REFERENCE-ID TO WS-CHG-REF-ID (WS-CHG-IDX)
                   MOVE LH-ITEM-DATE TO WS-CHG-ITEM-DATE (WS-CHG-IDX)
               ELSE
                   IF WS-RUN-RC < 8
                       DISPLAY "LATECHG: CHARGE HISTORY TABLE FULL, "
                           "NO CHARGES RAISED"
                       MOVE "CHARGE HISTORY TABLE FULL, NOTHING RAISED"
                           TO WS-AUDIT-MESSAGE
                       MOVE "E" TO WS-AUDIT-SEVERITY
                       PERFORM 1900-WRITE-AUDIT-LOG
                   END-IF
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF
           PERFORM 1110-READ-HISTORY-REC.

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
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "LATECHG" TO ATT-PROGRAM-ID
           MOVE "RATEBP" TO ATT-PARM-NAME
           MOVE WS-RATE-BP TO ATT-VALUE-USED
           MOVE WS-SRC-OF-RATEBP TO ATT-SOURCE
           WRITE ATTEST-RECORD
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "LATECHG" TO ATT-PROGRAM-ID
           MOVE "MINCENTS" TO ATT-PARM-NAME
           MOVE WS-MIN-CENTS TO ATT-VALUE-USED
           MOVE WS-SRC-OF-MINCENTS TO ATT-SOURCE
           WRITE ATTEST-RECORD
           CLOSE ATTEST-FILE.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "LATECHG" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-COLLECT-CHARGES.
           IF WS-RUN-RC < 8
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT BUCKET-FILE
               IF WS-BUCKET-FILE-STATUS = "00"
                   PERFORM 2010-READ-BUCKET
                   PERFORM 2020-CHECK-ONE-ITEM UNTIL WS-EOF
                   CLOSE BUCKET-FILE
               ELSE
                   DISPLAY "LATECHG: CANNOT OPEN REPBUCK, STATUS "
                       WS-BUCKET-FILE-STATUS
                   MOVE "BUCKET FILE MISSING, NO CHARGES RAISED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 4 TO WS-RUN-RC
               END-IF
               MOVE "N" TO WS-EOF-SW
           END-IF.

       2010-READ-BUCKET.
           READ BUCKET-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * ONE BUCKET LINE: ONLY A 60-DAY ITEM WITH A POSITIVE AMOUNT,
      * NOT ALREADY CHARGED THIS PERIOD, TAKES A CHARGE. THE CHARGE
      * IS THE RATE ON THE ITEM, ROUNDED, BUT NEVER LESS THAN THE
      * MINIMUM.
      ******************************************************************
       2020-CHECK-ONE-ITEM.
           ADD 1 TO WS-BUCKET-READ
           IF BK-IS-60-DAY
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE BK-AMOUNT-ED TO WS-ITEM-AMOUNT
               IF WS-ITEM-AMOUNT NOT > ZERO
                   OR BK-ITEM-DATE IS NOT NUMERIC
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 2100-FIND-CHARGED-ITEM
                   IF WS-MATCH-IX > ZERO
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       PERFORM 2200-TAKE-CHARGE
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-BUCKET.

       2100-FIND-CHARGED-ITEM.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM 2110-CHECK-CHARGED-ENTRY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CHG-COUNT
                   OR WS-MATCH-IX > ZERO.

       2110-CHECK-CHARGED-ENTRY.
           IF WS-CHG-REF-ID (WS-IX) = BK-REFERENCE-ID
               AND WS-CHG-ITEM-DATE (WS-IX) = BK-ITEM-DATE
               MOVE WS-IX TO WS-MATCH-IX
           END-IF.

       2200-TAKE-CHARGE.
           COMPUTE WS-CHARGE ROUNDED =
               WS-ITEM-AMOUNT * WS-RATE-BP / 10000
           MOVE SPACES TO WS-MIN-FLAG
           IF WS-CHARGE < WS-MIN-CHARGE
               MOVE WS-MIN-CHARGE TO WS-CHARGE
               MOVE "MIN" TO WS-MIN-FLAG
           END-IF
           IF WS-CHARGE > ZERO
               IF WS-DUE-COUNT < 2000
                   ADD 1 TO WS-DUE-COUNT
                   SET WS-DUE-IDX TO WS-DUE-COUNT
                   MOVE BK-REFERENCE-ID TO WS-DUE-REF-ID (WS-DUE-IDX)
                   MOVE BK-ITEM-DATE TO WS-DUE-ITEM-DATE (WS-DUE-IDX)
                   MOVE WS-ITEM-AMOUNT
                       TO WS-DUE-ITEM-AMOUNT (WS-DUE-IDX)
                   MOVE WS-CHARGE TO WS-DUE-CHARGE (WS-DUE-IDX)
                   ADD WS-CHARGE TO WS-DUE-AMOUNT
                   MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-ED
                   MOVE WS-CHARGE TO WS-CHARGE-ED
                   MOVE SPACES TO REGISTER-RECORD
                   STRING BK-REFERENCE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BK-ITEM-DATE DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       WS-AMOUNT-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-CHARGE-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MIN-FLAG DELIMITED BY SIZE
                       INTO REGISTER-RECORD
                   END-STRING
                   WRITE REGISTER-RECORD
               ELSE
                   DISPLAY "LATECHG: CHARGE TABLE FULL, ITEM NOT "
                       "CHARGED " BK-REFERENCE-ID
                   MOVE "CHARGE TABLE FULL, ITEM NOT CHARGED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

      ******************************************************************
      * THE CHARGES APPEND TO TRANIN AS ONE PROPER BATCH - COUNT, LTC
      * ORIGINATOR AND AMOUNT CONTROL ON THE HEADER AND TRAILER -
      * AHEAD OF THE NIGHT'S EDIT. EACH CHARGE IS AN ADD OF THE
      * CHARGE AND ZERO IN THE BASE CURRENCY.
      ******************************************************************
       3000-WRITE-CHARGE-BATCH.
           IF WS-DUE-COUNT > ZERO
               OPEN EXTEND TRANIN-FILE
               IF WS-TRANIN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TRANIN-FILE
               END-IF
               MOVE SPACES TO TRANIN-RECORD
               MOVE "HDR" TO GN-REC-TYPE
               MOVE WS-DUE-COUNT TO GN-EXPECTED-COUNT
               MOVE "LTC" TO GN-ORIGINATOR-CODE
               MOVE WS-DUE-AMOUNT TO GN-HEADER-AMOUNT
               WRITE TRANIN-RECORD
               PERFORM 3010-WRITE-ONE-DETAIL
                   VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               MOVE SPACES TO TRANIN-RECORD
               MOVE "TRL" TO GN-REC-TYPE
               MOVE WS-DUE-COUNT TO GN-ACTUAL-COUNT
               MOVE WS-DUE-AMOUNT TO GN-TRAILER-AMOUNT
               WRITE TRANIN-RECORD
               CLOSE TRANIN-FILE
           END-IF.

       3010-WRITE-ONE-DETAIL.
           MOVE SPACES TO TRANIN-RECORD
           MOVE "DTL" TO GN-REC-TYPE
           MOVE WS-DUE-CHARGE (WS-DUE-IDX) TO GN-NUM1
           MOVE ZERO TO GN-NUM2
           MOVE "ADD" TO GN-OP-CODE
           MOVE "BRL" TO GN-CURRENCY-CODE
           WRITE TRANIN-RECORD.

      ******************************************************************
      * THE HISTORY IS WRITTEN ONLY ONCE THE BATCH IS ON TRANIN, SO
      * A FAILURE BETWEEN THE TWO CAN NEVER LEAVE AN ITEM MARKED AS
      * CHARGED WITHOUT ITS CHARGE.
      ******************************************************************
       3500-WRITE-CHARGE-HISTORY.
           IF WS-DUE-COUNT > ZERO
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               PERFORM 3510-WRITE-ONE-HISTORY
                   VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               CLOSE HISTORY-FILE
           END-IF.

       3510-WRITE-ONE-HISTORY.
           MOVE SPACES TO LATE-HISTORY-RECORD
           MOVE WS-RUN-YYMM TO LH-PERIOD
           MOVE WS-DUE-REF-ID (WS-DUE-IDX) TO LH-REFERENCE-ID
           MOVE WS-DUE-ITEM-DATE (WS-DUE-IDX) TO LH-ITEM-DATE
           MOVE WS-RUN-DATE TO LH-RUN-DATE
           MOVE WS-DUE-ITEM-AMOUNT (WS-DUE-IDX) TO LH-ITEM-AMOUNT
           MOVE WS-DUE-CHARGE (WS-DUE-IDX) TO LH-CHARGE
           WRITE LATE-HISTORY-RECORD.

       4000-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-BUCKET-READ TO WS-COUNT-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "BUCKET ITEMS READ    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "60-DAY ITEMS         : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE WS-ALREADY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "CHARGED THIS PERIOD  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "NOT CHARGEABLE       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE WS-DUE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "CHARGES RAISED       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE WS-DUE-AMOUNT TO WS-TOTAL-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "CHARGE BATCH CONTROL : " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-DUE-COUNT TO WS-COUNT-ED
           STRING "LATE CHARGES RAISED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

       9000-FINISH.
           CLOSE REGISTER-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "LATECHG: ENDING WITH RETURN CODE "
                   WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "LATECHG" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-DUE-COUNT TO COMPL-RECORDS-PROC
           MOVE WS-SKIPPED-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM LATECHG.
