      * Date:
      * Purpose:     Daily volume history report for the SOMA run.
      *              Reads the run-history file SOMA appends to each
      *              night, shows the last thirty business days with
      *              day-over-day deltas, and flags any day whose
      *              record count or grand total moves more than a
      *              tolerance percentage away from the trailing
      *              average of the days before it. The tolerance
      *              comes from the shared parameter file. The midday
      *              and nightly cycles append to the same history,
      *              so each day is the sum of its two cycles; when a
      *              cycle was run more than once for a date, its last
      *              run stands.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  HIST-REJECT-COUNT   PIC 9(07).
           05  FILLER              PIC X(01).
           05  HIST-GRAND-TOTAL    PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  HIST-CYCLE          PIC 9(01).

       FD  TREND-FILE.
       01  TREND-RECORD            PIC X(100).
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".

       01  WS-LAST-HIST-DATE       PIC 9(06) VALUE ZERO.
       01  WS-HIST-CYCLE-IX        PIC 9(01) VALUE ZERO.

       01  WS-TOLERANCE-PCT        PIC 9(03) VALUE 25.
       01  WS-TODAY-DATE           PIC 9(06).

      ******************************************************************
      * ONE ENTRY PER BUSINESS DAY: EACH CYCLE'S FIGURES AS LAST RUN,
      * AND THE DAY'S COMBINED FIGURES THE TREND IS TAKEN ON.
      ******************************************************************
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-RUN-ENTRY OCCURS 30 TIMES
               10  WS-RUN-RECS     PIC 9(07).
               10  WS-RUN-REJS     PIC 9(07).
               10  WS-RUN-TOTAL    PIC S9(9)V99 COMP-3.
               10  WS-RUN-CYCLE OCCURS 2 TIMES.
                   15  WS-CYC-RECS     PIC 9(07).
                   15  WS-CYC-REJS     PIC 9(07).
                   15  WS-CYC-TOTAL    PIC S9(9)V99 COMP-3.

       01  WS-PASS-FIELDS.
           05  WS-TOTAL-RUNS       PIC 9(07) VALUE ZERO.
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * TWO PASSES OVER THE HISTORY FILE: THE FIRST COUNTS THE DAYS ON
      * FILE, THE SECOND SKIPS ALL BUT THE LAST THIRTY AND LOADS THEM.
      * A CHANGE OF RUN DATE STARTS A NEW DAY.
      ******************************************************************
       2000-LOAD-LAST-RUNS.
           OPEN INPUT HIST-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO TO WS-READ-NO
           MOVE ZERO TO WS-LAST-HIST-DATE
           IF WS-TOTAL-RUNS > ZERO
               OPEN INPUT HIST-FILE
               PERFORM 2010-READ-HIST-REC
               PERFORM 2030-LOAD-HIST-REC UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF
           PERFORM 2050-TOTAL-ONE-DAY
               VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT.

       2010-READ-HIST-REC.
           READ HIST-FILE
           END-READ.

       2020-COUNT-HIST-REC.
           IF WS-TOTAL-RUNS = ZERO
               OR HIST-RUN-DATE NOT = WS-LAST-HIST-DATE
               ADD 1 TO WS-TOTAL-RUNS
               MOVE HIST-RUN-DATE TO WS-LAST-HIST-DATE
           END-IF
           PERFORM 2010-READ-HIST-REC.

      ******************************************************************
      * A RECORD FROM BEFORE THE CYCLE WAS CARRIED HAS NONE, AND IS
      * TAKEN AS THE ONLY RUN OF ITS DAY.
      ******************************************************************
       2030-LOAD-HIST-REC.
           IF WS-READ-NO = ZERO
               OR HIST-RUN-DATE NOT = WS-LAST-HIST-DATE
               ADD 1 TO WS-READ-NO
               MOVE HIST-RUN-DATE TO WS-LAST-HIST-DATE
               IF WS-READ-NO > WS-SKIP-COUNT
                   ADD 1 TO WS-RUN-COUNT
                   SET WS-RUN-IDX TO WS-RUN-COUNT
                   MOVE HIST-RUN-DATE TO WS-RUN-DATE (WS-RUN-IDX)
                   MOVE ZERO TO WS-CYC-RECS (WS-RUN-IDX, 1)
                   MOVE ZERO TO WS-CYC-REJS (WS-RUN-IDX, 1)
                   MOVE ZERO TO WS-CYC-TOTAL (WS-RUN-IDX, 1)
                   MOVE ZERO TO WS-CYC-RECS (WS-RUN-IDX, 2)
                   MOVE ZERO TO WS-CYC-REJS (WS-RUN-IDX, 2)
                   MOVE ZERO TO WS-CYC-TOTAL (WS-RUN-IDX, 2)
               END-IF
           END-IF
           IF WS-READ-NO > WS-SKIP-COUNT
               IF HIST-CYCLE = 2
                   MOVE 2 TO WS-HIST-CYCLE-IX
               ELSE
                   MOVE 1 TO WS-HIST-CYCLE-IX
               END-IF
               MOVE HIST-RECORD-COUNT
                   TO WS-CYC-RECS (WS-RUN-IDX, WS-HIST-CYCLE-IX)
               MOVE HIST-REJECT-COUNT
                   TO WS-CYC-REJS (WS-RUN-IDX, WS-HIST-CYCLE-IX)
               MOVE HIST-GRAND-TOTAL
                   TO WS-CYC-TOTAL (WS-RUN-IDX, WS-HIST-CYCLE-IX)
           END-IF
           PERFORM 2010-READ-HIST-REC.

       2050-TOTAL-ONE-DAY.
           COMPUTE WS-RUN-RECS (WS-RUN-IDX) =
               WS-CYC-RECS (WS-RUN-IDX, 1) + WS-CYC-RECS (WS-RUN-IDX, 2)
           COMPUTE WS-RUN-REJS (WS-RUN-IDX) =
               WS-CYC-REJS (WS-RUN-IDX, 1) + WS-CYC-REJS (WS-RUN-IDX, 2)
           COMPUTE WS-RUN-TOTAL (WS-RUN-IDX) =
               WS-CYC-TOTAL (WS-RUN-IDX, 1)
               + WS-CYC-TOTAL (WS-RUN-IDX, 2).

       3000-WRITE-TREND-REPORT.
           MOVE "SOMA RUN HISTORY - LAST 30 BUSINESS DAYS, BOTH CYCLES"
               TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE SPACES TO TREND-RECORD
           STRING "DATE      RECORDS   DELTA            TOTAL"
           WRITE TREND-RECORD.

      ******************************************************************
      * COMPARE THIS DAY AGAINST THE TRAILING AVERAGE OF THE DAYS
      * BEFORE IT; MORE THAN THE TOLERANCE PERCENTAGE AWAY IS FLAGGED.
      ******************************************************************
       3200-CHECK-DEVIATION.
