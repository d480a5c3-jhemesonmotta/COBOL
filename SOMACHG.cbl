      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Month-end chargeback of posting services to the
      *              originating departments, fired by the step
      *              table's month-end frequency. Counts each
      *              originator's activity for the month from the
      *              activity history the nightly roll keeps -
      *              batches submitted, details posted, SOMAEDIT
      *              drops, SOMAREJ rejects, suspense holds and
      *              batches deferred - and the recycle repairs from
      *              the SOMARCYC resolution log, prices each activity
      *              at the unit rate on the fee schedule (the
      *              originator's own line, else the default line),
      *              and prints one chargeback statement per
      *              originator followed by a summary. The summary
      *              charges go out as balanced lines in the
      *              general-ledger journal layout: the department's
      *              account from the fee schedule is debited and the
      *              recovery account the account-mapping master
      *              names for operation CHG in the base currency is
      *              credited. An originator with no fee line and no
      *              default, or activity with no originator, is
      *              reported and not charged; a missing CHG mapping
      *              writes no journal at all and ends the run
      *              nonzero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMACHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "SOMAACTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT RESOLVE-FILE ASSIGN TO "SOMARRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESOLVE-FILE-STATUS.
           SELECT FEE-FILE ASSIGN TO "SOMAFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT MAP-FILE ASSIGN TO "GLACCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "SOMACHGR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "SOMACHGJ"
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
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  AH-RUN-DATE         PIC 9(06).
           05  AH-RUN-DATE-PARTS REDEFINES AH-RUN-DATE.
               10  AH-RUN-YYMM     PIC 9(04).
               10  AH-RUN-DD       PIC 9(02).
           05  FILLER              PIC X(01).
           05  AH-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  AH-BATCH-COUNT      PIC 9(05).
           05  FILLER              PIC X(01).
           05  AH-DEFER-COUNT      PIC 9(05).
           05  FILLER              PIC X(01).
           05  AH-POSTED-COUNT     PIC 9(07).
           05  FILLER              PIC X(01).
           05  AH-DROP-COUNT       PIC 9(07).
           05  FILLER              PIC X(01).
           05  AH-REJECT-COUNT     PIC 9(07).
           05  FILLER              PIC X(01).
           05  AH-HOLD-COUNT       PIC 9(07).

       FD  RESOLVE-FILE.
       01  RESOLVE-RECORD.
           05  RR-RUN-DATE         PIC 9(06).
           05  RR-RUN-DATE-PARTS REDEFINES RR-RUN-DATE.
               10  RR-RUN-YYMM     PIC 9(04).
               10  RR-RUN-DD       PIC 9(02).
           05  FILLER              PIC X(01).
           05  RR-ACTION           PIC X(01).
               88  RR-IS-REPAIR            VALUE "R".
               88  RR-IS-WRITEOFF          VALUE "W".
           05  FILLER              PIC X(01).
           05  RR-REJECT-ID        PIC 9(05).
           05  FILLER              PIC X(01).
           05  RR-ORIGINATOR       PIC X(03).
           05  FILLER              PIC X(01).
           05  RR-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(01).
           05  RR-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  RR-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  RR-AGE              PIC 9(03).
           05  FILLER              PIC X(01).
           05  RR-TRACE-ID         PIC 9(13).

      ******************************************************************
      * ONE LINE PER ORIGINATOR, OR *** FOR THE DEFAULT LINE: THE
      * DEPARTMENT'S GL ACCOUNT AND A UNIT RATE PER ACTIVITY, IN THE
      * ORDER BATCHES, POSTED, DROPS, REJECTS, REPAIRS, HOLDS,
      * DEFERRED. A BLANK ACCOUNT FALLS BACK TO THE CHG DEBIT
      * ACCOUNT ON THE ACCOUNT-MAPPING MASTER.
      ******************************************************************
       FD  FEE-FILE.
       01  FEE-RECORD.
           05  FEE-ORIGINATOR-CODE PIC X(03).
           05  FILLER              PIC X(01).
           05  FEE-GL-ACCOUNT      PIC X(08).
           05  FEE-RATE-ENTRY OCCURS 7 TIMES.
               10  FILLER          PIC X(01).
               10  FEE-UNIT-RATE   PIC 9(3)V9(4).

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  AM-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-DEBIT-ACCOUNT    PIC X(08).
           05  FILLER              PIC X(01).
           05  AM-CREDIT-ACCOUNT   PIC X(08).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD        PIC X(80).

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
       01  WS-FILE-STATUSES.
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-RESOLVE-FILE-STATUS  PIC X(02).
           05  WS-FEE-FILE-STATUS      PIC X(02).
           05  WS-MAP-FILE-STATUS      PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYMM         PIC 9(04).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-MAP-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-MAP-FOUND               VALUE "Y".

      ******************************************************************
      * THE SEVEN CHARGEABLE ACTIVITIES, IN FEE-SCHEDULE ORDER.
      ******************************************************************
       01  WS-ACTIVITY-NAMES.
           05  FILLER  PIC X(28) VALUE "BATCHES SUBMITTED".
           05  FILLER  PIC X(28) VALUE "DETAILS POSTED".
           05  FILLER  PIC X(28) VALUE "EDIT DROPS (SOMAEDIT)".
           05  FILLER  PIC X(28) VALUE "POSTING REJECTS (SOMAREJ)".
           05  FILLER  PIC X(28) VALUE "RECYCLE REPAIRS (SOMARCYC)".
           05  FILLER  PIC X(28) VALUE "SUSPENSE HOLDS".
           05  FILLER  PIC X(28) VALUE "BATCHES DEFERRED".
       01  WS-ACTIVITY-TABLE REDEFINES WS-ACTIVITY-NAMES.
           05  WS-ACTIVITY-NAME    PIC X(28) OCCURS 7 TIMES.

       01  WS-ORIG-TABLE.
           05  WS-CHG-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-ORIG     PIC X(03).
               10  WS-CHG-ACT-COUNT PIC 9(07) OCCURS 7 TIMES.
               10  WS-CHG-FEE-IX   PIC 9(03).
               10  WS-CHG-TOTAL    PIC S9(9)V99 COMP-3.

       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-FEE-DEFAULT-IX   PIC 9(03) VALUE ZERO.
           05  WS-FEE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FEE-IDX.
               10  WS-FEE-ORIG     PIC X(03).
               10  WS-FEE-ACCOUNT  PIC X(08).
               10  WS-FEE-RATE     PIC 9(3)V9(4) OCCURS 7 TIMES.

       01  WS-CHG-MAP.
           05  WS-CHG-DEBIT        PIC X(08) VALUE SPACES.
           05  WS-CHG-CREDIT       PIC X(08) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-CHG-IX           PIC 9(03) VALUE ZERO.
           05  WS-CHG-MATCH-IX     PIC 9(03) VALUE ZERO.
           05  WS-FEE-IX           PIC 9(03) VALUE ZERO.
           05  WS-FEE-MATCH-IX     PIC 9(03) VALUE ZERO.
           05  WS-ACT-IX           PIC 9(01) VALUE ZERO.
           05  WS-LOOKUP-ORIG      PIC X(03).
           05  WS-LINE-CHARGE      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-DEBIT-ACCOUNT    PIC X(08).

       01  WS-TOTAL-FIELDS.
           05  WS-HIST-READ        PIC 9(07) VALUE ZERO.
           05  WS-HIST-USED        PIC 9(07) VALUE ZERO.
           05  WS-REPAIRS-USED     PIC 9(07) VALUE ZERO.
           05  WS-GRAND-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DEBIT-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CREDIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CHARGED-COUNT    PIC 9(03) VALUE ZERO.
           05  WS-UNCHARGED-COUNT  PIC 9(03) VALUE ZERO.
           05  WS-JOURNAL-SEQ      PIC 9(07) VALUE ZERO.
           05  WS-JOURNAL-LINES    PIC 9(05) VALUE ZERO.

       01  WS-STMT-LINE.
           05  WS-SL-NAME          PIC X(28).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SL-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-SL-RATE          PIC ZZ9.9999.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-SL-CHARGE        PIC -(9)9.99.
           05  FILLER              PIC X(16) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SM-ORIG          PIC X(03).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-SM-ACCOUNT       PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-SM-CHARGE        PIC -(9)9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-SM-NOTE          PIC X(43).

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-AMOUNT-ED        PIC -(10)9.99.
           05  WS-AMOUNT2-ED       PIC -(10)9.99.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-RC < 8
               PERFORM 2000-PRICE-ACTIVITY
               PERFORM 3000-WRITE-STATEMENTS
               PERFORM 4000-WRITE-SUMMARY
               PERFORM 5000-WRITE-JOURNAL
           END-IF
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT JOURNAL-FILE
           PERFORM 1100-LOAD-HISTORY
           PERFORM 1200-LOAD-REPAIRS
           PERFORM 1300-LOAD-FEES
           PERFORM 1400-LOAD-ACCOUNT-MAP.

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
      * ONLY THE BUSINESS MONTH'S LINES COUNT; THE HISTORY ALSO
      * CARRIES THE PRIOR MONTH.
      ******************************************************************
       1100-LOAD-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 1110-READ-HISTORY-REC
               PERFORM 1120-ADD-HISTORY-LINE UNTIL WS-EOF
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "SOMACHG: CANNOT OPEN SOMAACTH, NO CHARGEBACK"
               MOVE "CANNOT OPEN ACTIVITY HISTORY, NO CHARGEBACK"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-HISTORY-REC.
           READ HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-ADD-HISTORY-LINE.
           ADD 1 TO WS-HIST-READ
           IF AH-RUN-DATE IS NUMERIC
               AND AH-RUN-YYMM = WS-RUN-YYMM
               ADD 1 TO WS-HIST-USED
               MOVE AH-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
               PERFORM 2500-FIND-OR-ADD-ORIG
               IF WS-CHG-MATCH-IX > ZERO
                   SET WS-CHG-IDX TO WS-CHG-MATCH-IX
                   ADD AH-BATCH-COUNT
                       TO WS-CHG-ACT-COUNT (WS-CHG-IDX, 1)
                   ADD AH-POSTED-COUNT
                       TO WS-CHG-ACT-COUNT (WS-CHG-IDX, 2)
                   ADD AH-DROP-COUNT
                       TO WS-CHG-ACT-COUNT (WS-CHG-IDX, 3)
                   ADD AH-REJECT-COUNT
                       TO WS-CHG-ACT-COUNT (WS-CHG-IDX, 4)
                   ADD AH-HOLD-COUNT
                       TO WS-CHG-ACT-COUNT (WS-CHG-IDX, 6)
                   ADD AH-DEFER-COUNT
                       TO WS-CHG-ACT-COUNT (WS-CHG-IDX, 7)
               END-IF
           END-IF
           PERFORM 1110-READ-HISTORY-REC.

      ******************************************************************
      * A REPAIR IS CHARGED TO THE ORIGINATOR WHOSE REJECT IT WAS, IN
      * THE MONTH THE RECYCLE RUN APPLIED IT; A WRITE-OFF IS NOT
      * CHARGED.
      ******************************************************************
       1200-LOAD-REPAIRS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RESOLVE-FILE
           IF WS-RESOLVE-FILE-STATUS = "00"
               PERFORM 1210-READ-RESOLVE-REC
               PERFORM 1220-ADD-REPAIR UNTIL WS-EOF
               CLOSE RESOLVE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-RESOLVE-REC.
           READ RESOLVE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-ADD-REPAIR.
           IF RR-RUN-DATE IS NUMERIC
               AND RR-RUN-YYMM = WS-RUN-YYMM
               AND RR-IS-REPAIR
               ADD 1 TO WS-REPAIRS-USED
               MOVE RR-ORIGINATOR TO WS-LOOKUP-ORIG
               PERFORM 2500-FIND-OR-ADD-ORIG
               IF WS-CHG-MATCH-IX > ZERO
                   SET WS-CHG-IDX TO WS-CHG-MATCH-IX
                   ADD 1 TO WS-CHG-ACT-COUNT (WS-CHG-IDX, 5)
               END-IF
           END-IF
           PERFORM 1210-READ-RESOLVE-REC.

       1300-LOAD-FEES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FEE-FILE
           IF WS-FEE-FILE-STATUS = "00"
               PERFORM 1310-READ-FEE-REC
               PERFORM 1320-LOAD-FEE-ENTRY UNTIL WS-EOF
               CLOSE FEE-FILE
           ELSE
               DISPLAY "SOMACHG: CANNOT OPEN SOMAFEE, NO CHARGEBACK"
               MOVE "CANNOT OPEN FEE SCHEDULE, NO CHARGEBACK"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1310-READ-FEE-REC.
           READ FEE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1320-LOAD-FEE-ENTRY.
           IF WS-FEE-COUNT < 100
               ADD 1 TO WS-FEE-COUNT
               SET WS-FEE-IDX TO WS-FEE-COUNT
               MOVE FEE-ORIGINATOR-CODE TO WS-FEE-ORIG (WS-FEE-IDX)
               MOVE FEE-GL-ACCOUNT TO WS-FEE-ACCOUNT (WS-FEE-IDX)
               PERFORM 1330-LOAD-ONE-RATE
                   VARYING WS-ACT-IX FROM 1 BY 1
                   UNTIL WS-ACT-IX > 7
               IF FEE-ORIGINATOR-CODE = "***"
                   MOVE WS-FEE-COUNT TO WS-FEE-DEFAULT-IX
               END-IF
           ELSE
               DISPLAY "SOMACHG: FEE TABLE FULL, ENTRY DROPPED, "
                   FEE-ORIGINATOR-CODE
           END-IF
           PERFORM 1310-READ-FEE-REC.

       1330-LOAD-ONE-RATE.
           IF FEE-UNIT-RATE (WS-ACT-IX) IS NUMERIC
               MOVE FEE-UNIT-RATE (WS-ACT-IX)
                   TO WS-FEE-RATE (WS-FEE-IDX, WS-ACT-IX)
           ELSE
               MOVE ZERO TO WS-FEE-RATE (WS-FEE-IDX, WS-ACT-IX)
           END-IF.

      ******************************************************************
      * THE CHARGEBACK ACCOUNTS ARE THE CHG MAPPING IN THE BASE
      * CURRENCY: THE DEBIT ACCOUNT STANDS IN FOR A DEPARTMENT WITH
      * NO ACCOUNT OF ITS OWN, THE CREDIT ACCOUNT TAKES THE RECOVERY.
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
           IF AM-OP-CODE = "CHG"
               AND AM-CURRENCY-CODE = "BRL"
               MOVE AM-DEBIT-ACCOUNT TO WS-CHG-DEBIT
               MOVE AM-CREDIT-ACCOUNT TO WS-CHG-CREDIT
               SET WS-MAP-FOUND TO TRUE
           END-IF
           PERFORM 1410-READ-MAP-REC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMACHG" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * EACH ORIGINATOR PRICES AT ITS OWN FEE LINE, ELSE THE DEFAULT.
      * ACTIVITY UNDER A BLANK ORIGINATOR (A DROP AHEAD OF ANY BATCH
      * HEADER) HAS NOBODY TO BILL AND IS NEVER PRICED.
      ******************************************************************
       2000-PRICE-ACTIVITY.
           PERFORM 2010-PRICE-ONE-ORIG
               VARYING WS-CHG-IX FROM 1 BY 1
               UNTIL WS-CHG-IX > WS-CHG-COUNT.

       2010-PRICE-ONE-ORIG.
           SET WS-CHG-IDX TO WS-CHG-IX
           MOVE ZERO TO WS-CHG-TOTAL (WS-CHG-IDX)
           MOVE ZERO TO WS-FEE-MATCH-IX
           IF WS-CHG-ORIG (WS-CHG-IDX) NOT = SPACES
               MOVE WS-CHG-ORIG (WS-CHG-IDX) TO WS-LOOKUP-ORIG
               PERFORM 2020-CHECK-ONE-FEE
                   VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-COUNT
                       OR WS-FEE-MATCH-IX > ZERO
               IF WS-FEE-MATCH-IX = ZERO
                   MOVE WS-FEE-DEFAULT-IX TO WS-FEE-MATCH-IX
               END-IF
           END-IF
           MOVE WS-FEE-MATCH-IX TO WS-CHG-FEE-IX (WS-CHG-IDX)
           IF WS-FEE-MATCH-IX > ZERO
               PERFORM 2030-PRICE-ONE-ACTIVITY
                   VARYING WS-ACT-IX FROM 1 BY 1
                   UNTIL WS-ACT-IX > 7
               ADD WS-CHG-TOTAL (WS-CHG-IDX) TO WS-GRAND-TOTAL
               ADD 1 TO WS-CHARGED-COUNT
           ELSE
               ADD 1 TO WS-UNCHARGED-COUNT
               MOVE SPACES TO WS-AUDIT-MESSAGE
               IF WS-CHG-ORIG (WS-CHG-IDX) = SPACES
                   MOVE "ACTIVITY WITH NO ORIGINATOR NOT CHARGED"
                       TO WS-AUDIT-MESSAGE
               ELSE
                   STRING "NO FEE LINE OR DEFAULT, NOT CHARGED: "
                           DELIMITED BY SIZE
                       WS-CHG-ORIG (WS-CHG-IDX) DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               END-IF
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       2020-CHECK-ONE-FEE.
           IF WS-FEE-ORIG (WS-FEE-IX) = WS-LOOKUP-ORIG
               MOVE WS-FEE-IX TO WS-FEE-MATCH-IX
           END-IF.

       2030-PRICE-ONE-ACTIVITY.
           COMPUTE WS-LINE-CHARGE ROUNDED =
               WS-CHG-ACT-COUNT (WS-CHG-IDX, WS-ACT-IX)
               * WS-FEE-RATE (WS-FEE-MATCH-IX, WS-ACT-IX)
           ADD WS-LINE-CHARGE TO WS-CHG-TOTAL (WS-CHG-IDX).

       2500-FIND-OR-ADD-ORIG.
           MOVE ZERO TO WS-CHG-MATCH-IX
           PERFORM 2510-CHECK-ONE-ORIG
               VARYING WS-CHG-IX FROM 1 BY 1
               UNTIL WS-CHG-IX > WS-CHG-COUNT
                   OR WS-CHG-MATCH-IX > ZERO
           IF WS-CHG-MATCH-IX = ZERO
               IF WS-CHG-COUNT < 100
                   ADD 1 TO WS-CHG-COUNT
                   MOVE WS-CHG-COUNT TO WS-CHG-MATCH-IX
                   SET WS-CHG-IDX TO WS-CHG-COUNT
                   MOVE WS-LOOKUP-ORIG TO WS-CHG-ORIG (WS-CHG-IDX)
                   PERFORM 2520-CLEAR-ONE-COUNT
                       VARYING WS-ACT-IX FROM 1 BY 1
                       UNTIL WS-ACT-IX > 7
                   MOVE ZERO TO WS-CHG-FEE-IX (WS-CHG-IDX)
                   MOVE ZERO TO WS-CHG-TOTAL (WS-CHG-IDX)
               ELSE
                   DISPLAY "SOMACHG: ORIGINATOR TABLE FULL, "
                       "ACTIVITY NOT COUNTED FOR " WS-LOOKUP-ORIG
                   MOVE "ORIGINATOR TABLE FULL, ACTIVITY NOT COUNTED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

       2510-CHECK-ONE-ORIG.
           IF WS-CHG-ORIG (WS-CHG-IX) = WS-LOOKUP-ORIG
               MOVE WS-CHG-IX TO WS-CHG-MATCH-IX
           END-IF.

       2520-CLEAR-ONE-COUNT.
           MOVE ZERO TO WS-CHG-ACT-COUNT (WS-CHG-IDX, WS-ACT-IX).

      ******************************************************************
      * ONE STATEMENT PER ORIGINATOR: EVERY ACTIVITY WITH ITS COUNT,
      * UNIT RATE AND CHARGE, THEN THE TOTAL DUE.
      ******************************************************************
       3000-WRITE-STATEMENTS.
           PERFORM 3010-WRITE-ONE-STATEMENT
               VARYING WS-CHG-IX FROM 1 BY 1
               UNTIL WS-CHG-IX > WS-CHG-COUNT.

       3010-WRITE-ONE-STATEMENT.
           SET WS-CHG-IDX TO WS-CHG-IX
           MOVE WS-CHG-FEE-IX (WS-CHG-IDX) TO WS-FEE-MATCH-IX
           PERFORM 3100-SET-DEBIT-ACCOUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "SOMA POSTING SERVICES CHARGEBACK  MONTH: "
                   DELIMITED BY SIZE
               WS-RUN-YYMM DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           IF WS-CHG-ORIG (WS-CHG-IDX) = SPACES
               MOVE "ORIGINATOR: (NONE)" TO STATEMENT-RECORD
           ELSE
               STRING "ORIGINATOR: " DELIMITED BY SIZE
                   WS-CHG-ORIG (WS-CHG-IDX) DELIMITED BY SIZE
                   "   CHARGED TO ACCOUNT: " DELIMITED BY SIZE
                   WS-DEBIT-ACCOUNT DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               END-STRING
           END-IF
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "ACTIVITY" TO STATEMENT-RECORD
           MOVE "COUNT" TO STATEMENT-RECORD (33:5)
           MOVE "UNIT RATE" TO STATEMENT-RECORD (40:9)
           MOVE "CHARGE" TO STATEMENT-RECORD (59:6)
           WRITE STATEMENT-RECORD
           PERFORM 3020-WRITE-ACTIVITY-LINE
               VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > 7
           MOVE SPACES TO STATEMENT-RECORD
           IF WS-FEE-MATCH-IX = ZERO
               MOVE "NOT CHARGED - NO FEE SCHEDULE LINE APPLIES"
                   TO STATEMENT-RECORD
           ELSE
               MOVE WS-CHG-TOTAL (WS-CHG-IDX) TO WS-SL-CHARGE
               MOVE "TOTAL CHARGE FOR THE MONTH" TO STATEMENT-RECORD
               MOVE WS-SL-CHARGE TO STATEMENT-RECORD (52:13)
           END-IF
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       3020-WRITE-ACTIVITY-LINE.
           MOVE WS-ACTIVITY-NAME (WS-ACT-IX) TO WS-SL-NAME
           MOVE WS-CHG-ACT-COUNT (WS-CHG-IDX, WS-ACT-IX)
               TO WS-SL-COUNT
           IF WS-FEE-MATCH-IX > ZERO
               MOVE WS-FEE-RATE (WS-FEE-MATCH-IX, WS-ACT-IX)
                   TO WS-SL-RATE
               COMPUTE WS-LINE-CHARGE ROUNDED =
                   WS-CHG-ACT-COUNT (WS-CHG-IDX, WS-ACT-IX)
                   * WS-FEE-RATE (WS-FEE-MATCH-IX, WS-ACT-IX)
           ELSE
               MOVE ZERO TO WS-SL-RATE
               MOVE ZERO TO WS-LINE-CHARGE
           END-IF
           MOVE WS-LINE-CHARGE TO WS-SL-CHARGE
           MOVE WS-STMT-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       3100-SET-DEBIT-ACCOUNT.
           MOVE WS-CHG-DEBIT TO WS-DEBIT-ACCOUNT
           IF WS-FEE-MATCH-IX > ZERO
               IF WS-FEE-ACCOUNT (WS-FEE-MATCH-IX) NOT = SPACES
                   MOVE WS-FEE-ACCOUNT (WS-FEE-MATCH-IX)
                       TO WS-DEBIT-ACCOUNT
               END-IF
           END-IF.

       4000-WRITE-SUMMARY.
           MOVE SPACES TO STATEMENT-RECORD
           STRING "CHARGEBACK SUMMARY  MONTH: " DELIMITED BY SIZE
               WS-RUN-YYMM DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "  ORIG   ACCOUNT" TO STATEMENT-RECORD
           MOVE "CHARGE" TO STATEMENT-RECORD (29:6)
           WRITE STATEMENT-RECORD
           PERFORM 4010-WRITE-SUMMARY-LINE
               VARYING WS-CHG-IX FROM 1 BY 1
               UNTIL WS-CHG-IX > WS-CHG-COUNT
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-ED
           STRING "TOTAL CHARGED           : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           MOVE WS-CHARGED-COUNT TO WS-COUNT-ED
           STRING "ORIGINATORS CHARGED     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           MOVE WS-UNCHARGED-COUNT TO WS-COUNT-ED
           STRING "ORIGINATORS NOT CHARGED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           MOVE WS-HIST-USED TO WS-COUNT-ED
           STRING "ACTIVITY LINES FOR MONTH: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           MOVE WS-REPAIRS-USED TO WS-COUNT-ED
           STRING "RECYCLE REPAIRS IN MONTH: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD.

       4010-WRITE-SUMMARY-LINE.
           SET WS-CHG-IDX TO WS-CHG-IX
           MOVE WS-CHG-FEE-IX (WS-CHG-IDX) TO WS-FEE-MATCH-IX
           PERFORM 3100-SET-DEBIT-ACCOUNT
           MOVE WS-CHG-ORIG (WS-CHG-IDX) TO WS-SM-ORIG
           MOVE WS-DEBIT-ACCOUNT TO WS-SM-ACCOUNT
           MOVE WS-CHG-TOTAL (WS-CHG-IDX) TO WS-SM-CHARGE
           MOVE SPACES TO WS-SM-NOTE
           IF WS-FEE-MATCH-IX = ZERO
               MOVE SPACES TO WS-SM-ACCOUNT
               IF WS-CHG-ORIG (WS-CHG-IDX) = SPACES
                   MOVE "** NO ORIGINATOR - NOT CHARGED **"
                       TO WS-SM-NOTE
               ELSE
                   MOVE "** NO FEE SCHEDULE LINE - NOT CHARGED **"
                       TO WS-SM-NOTE
               END-IF
           ELSE
               IF WS-FEE-MATCH-IX = WS-FEE-DEFAULT-IX
                   MOVE "DEFAULT RATES" TO WS-SM-NOTE
               END-IF
           END-IF
           MOVE WS-SUMMARY-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

      ******************************************************************
      * ONE BALANCED PAIR PER ORIGINATOR CHARGED: THE DEPARTMENT'S
      * ACCOUNT DEBITED, THE CHG RECOVERY ACCOUNT CREDITED, IN THE
      * BASE CURRENCY. THE LINES BELONG TO NO POSTING CYCLE, SO THEY
      * CARRY CYCLE ZERO. WITHOUT THE CHG MAPPING NO LINE GOES OUT.
      ******************************************************************
       5000-WRITE-JOURNAL.
           IF NOT WS-MAP-FOUND
               IF WS-GRAND-TOTAL NOT = ZERO
                   MOVE SPACES TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   MOVE "NO ACCOUNT MAPPING FOR OP CHG CCY BRL"
                       TO STATEMENT-RECORD
                   MOVE "- NO JOURNAL WRITTEN"
                       TO STATEMENT-RECORD (39:20)
                   WRITE STATEMENT-RECORD
                   MOVE "NO CHG ACCOUNT MAPPING, NO JOURNAL WRITTEN"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
               END-IF
           ELSE
               PERFORM 5010-JOURNAL-ONE-ORIG
                   VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED
               MOVE WS-CREDIT-TOTAL TO WS-AMOUNT2-ED
               MOVE WS-JOURNAL-LINES TO WS-COUNT-ED
               STRING "JOURNAL LINES: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "  DEBITS: " DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   "  CREDITS: " DELIMITED BY SIZE
                   WS-AMOUNT2-ED DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-GRAND-TOTAL TO WS-AMOUNT-ED
               STRING "CHARGEBACK JOURNAL WRITTEN - TOTAL: "
                       DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       5010-JOURNAL-ONE-ORIG.
           SET WS-CHG-IDX TO WS-CHG-IX
           MOVE WS-CHG-FEE-IX (WS-CHG-IDX) TO WS-FEE-MATCH-IX
           IF WS-FEE-MATCH-IX > ZERO
               AND WS-CHG-TOTAL (WS-CHG-IDX) NOT = ZERO
               PERFORM 3100-SET-DEBIT-ACCOUNT
               ADD 1 TO WS-JOURNAL-SEQ
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JOURNAL-SEQ TO JL-SEQUENCE
               MOVE WS-DEBIT-ACCOUNT TO JL-ACCOUNT
               MOVE "D" TO JL-DR-CR
               MOVE WS-CHG-TOTAL (WS-CHG-IDX) TO JL-AMOUNT
               MOVE "BRL" TO JL-CURRENCY-CODE
               MOVE ZERO TO JL-CYCLE
               WRITE JOURNAL-RECORD
               ADD WS-CHG-TOTAL (WS-CHG-IDX) TO WS-DEBIT-TOTAL
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JOURNAL-SEQ TO JL-SEQUENCE
               MOVE WS-CHG-CREDIT TO JL-ACCOUNT
               MOVE "C" TO JL-DR-CR
               MOVE WS-CHG-TOTAL (WS-CHG-IDX) TO JL-AMOUNT
               MOVE "BRL" TO JL-CURRENCY-CODE
               MOVE ZERO TO JL-CYCLE
               WRITE JOURNAL-RECORD
               ADD WS-CHG-TOTAL (WS-CHG-IDX) TO WS-CREDIT-TOTAL
               ADD 2 TO WS-JOURNAL-LINES
           END-IF.

       9000-FINISH.
           CLOSE STATEMENT-FILE
           CLOSE JOURNAL-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMACHG: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "SOMACHG" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-HIST-USED TO COMPL-RECORDS-PROC
           MOVE WS-UNCHARGED-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM SOMACHG.
