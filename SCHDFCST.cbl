      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Forward schedule forecast, so the run plan ahead
      *              of a long weekend or a month-end is read off a
      *              report instead of worked out on paper. Starting
      *              at the current business date it walks the coming
      *              days until the number of business days on the
      *              control card (five when there is none) have been
      *              covered, and for each day prints the run plan:
      *              the GOTOSTEP steps the dispatcher will call,
      *              judged by exactly its rules - active flag, daily,
      *              weekly by weekday flags, last business day of the
      *              month, specific day, and the per-step holiday
      *              shift rule against BUSCAL - then the standing
      *              orders SOMASTGN will generate that night, judged
      *              by its rules, with each order's pair and the
      *              batch amount control. The nightly cycle runs on
      *              every calendar day, so a non-business day is
      *              shown too: the dispatcher runs no step on it, and
      *              every step that falls due there is flagged with
      *              the business day its shift rule moves it to, or
      *              as skipped; standing orders, which have no shift
      *              rule, still generate and are flagged. A step run
      *              moved onto a business day - brought forward, run
      *              late, or month-end walked back off a holiday - is
      *              flagged on that day as well. RC 4 = the forecast
      *              is incomplete or shaky: the card was unusable,
      *              a table overflowed, a day would overflow
      *              SOMASTGN, or the walk ran past the last date on
      *              BUSCAL, where holidays are no longer known.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SCHFCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT STEP-FILE ASSIGN TO "GOTOSTEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "SOMASTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SCHFCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CONTROL CARD: COLS 1-3 THE NUMBER OF BUSINESS DAYS TO FORECAST,
      * 1 TO 40. NO CARD, OR A BLANK ONE, FORECASTS FIVE.
      ******************************************************************
       FD  CONTROL-FILE.
       01  FORECAST-CONTROL-CARD.
           05  FC-BUSDAYS-X            PIC X(03).
           05  FC-BUSDAYS REDEFINES FC-BUSDAYS-X
                                       PIC 9(03).
           05  FILLER                  PIC X(77).

       FD  STEP-FILE.
       01  STEP-RECORD.
           05  STEP-SEQUENCE           PIC 9(03).
           05  STEP-PROGRAM-ID         PIC X(08).
           05  STEP-ACTIVE-FLAG        PIC X(01).
           05  STEP-FAIL-POLICY        PIC X(01).
           05  STEP-DEPEND-SEQ         PIC 9(03).
           05  STEP-FREQ-TYPE          PIC X(01).
           05  STEP-FREQ-DETAIL        PIC X(07).
           05  STEP-SHIFT-RULE         PIC X(01).
           05  STEP-PARM-STRING        PIC X(40).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CAL-BUSDAY-FLAG         PIC X(01).
           05  FILLER                  PIC X(01).
           05  CAL-DESCRIPTION         PIC X(20).

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05  SO-NUM1             PIC S9(7)V99.
           05  SO-NUM2             PIC S9(7)V99.
           05  SO-OP-CODE          PIC X(03).
           05  SO-CURRENCY-CODE    PIC X(03).
           05  SO-FREQ-TYPE        PIC X(01).
           05  SO-FREQ-DETAIL      PIC X(07).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-FILE-STATUS  PIC X(02).
           05  WS-STEP-FILE-STATUS     PIC X(02).
           05  WS-CALENDAR-FILE-STATUS PIC X(02).
           05  WS-ORDER-FILE-STATUS    PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY       PIC X(01) VALUE "I".
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-PAST-CAL-SW      PIC X(01) VALUE "N".
               88  WS-PAST-CAL-FLAGGED        VALUE "Y".

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-DAY-OF-WEEK          PIC 9(01).
       01  WS-HORIZON              PIC 9(03) VALUE 5.

      ******************************************************************
      * THE DAY THE FORECAST HAS REACHED.
      ******************************************************************
       01  WS-DAY-FIELDS.
           05  WS-DAY-DATE             PIC 9(06).
           05  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
               10  WS-DAY-YY           PIC 9(02).
               10  WS-DAY-MM           PIC 9(02).
               10  WS-DAY-DD           PIC 9(02).
           05  WS-DAY-DOW              PIC 9(01).
           05  WS-DAY-BUSDAY-SW        PIC X(01) VALUE "Y".
               88  WS-DAY-IS-BUSDAY            VALUE "Y".
           05  WS-DAY-DESC             PIC X(20).
           05  WS-DAY-STEP-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-DAY-ORDER-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-DAY-ORDER-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-DOW-NAMES-X          PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DOW-NAMES REDEFINES WS-DOW-NAMES-X.
           05  WS-DOW-NAME         PIC X(03) OCCURS 7 TIMES.

      ******************************************************************
      * THE BUSINESS CALENDAR HOLDS ONLY THE EXCEPTION DATES
      * (HOLIDAYS AND WEEKENDS); A DATE NOT ON FILE IS A BUSINESS
      * DAY. WITH NO CALENDAR LOADED EVERY DATE IS A BUSINESS DAY,
      * AS IT IS FOR THE DISPATCHER.
      ******************************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-CAL-LAST-DATE        PIC 9(06) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-DATE         PIC 9(06).
               10  WS-CAL-BUSDAY       PIC X(01).
               10  WS-CAL-DESC         PIC X(20).

       01  WS-MAX-SEQUENCE             PIC 9(03) VALUE ZERO.
       01  WS-STEP-IX                  PIC 9(03) VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 100 TIMES.
               10  WS-STEP-PROGRAM-ID  PIC X(08) VALUE SPACES.
               10  WS-STEP-ACTIVE-FLAG PIC X(01) VALUE "N".
                   88  WS-STEP-ACTIVE            VALUE "Y".
               10  WS-STEP-FREQ-TYPE   PIC X(01) VALUE SPACES.
               10  WS-STEP-FREQ-DETAIL PIC X(07) VALUE SPACES.
               10  WS-STEP-SHIFT-RULE  PIC X(01) VALUE SPACES.

       01  WS-ORDER-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-ORD-IX                   PIC 9(04) VALUE ZERO.
       01  WS-ORDER-TABLE.
           05  WS-ORD-ENTRY OCCURS 1000 TIMES.
               10  WS-ORD-NUM1         PIC S9(7)V99.
               10  WS-ORD-NUM2         PIC S9(7)V99.
               10  WS-ORD-OP-CODE      PIC X(03).
               10  WS-ORD-CCY          PIC X(03).
               10  WS-ORD-FREQ-TYPE    PIC X(01).
               10  WS-ORD-FREQ-DETAIL  PIC X(07).

      ******************************************************************
      * THE FREQUENCY BEING JUDGED - A STEP'S OR AN ORDER'S, IN THE
      * VOCABULARY BOTH FILES SHARE - AND THE STEP'S SHIFT RULE.
      ******************************************************************
       01  WS-CUR-FREQUENCY.
           05  WS-FQ-TYPE              PIC X(01).
               88  WS-FQ-DAILY                  VALUE "D", " ".
               88  WS-FQ-WEEKLY                 VALUE "W".
               88  WS-FQ-MONTH-END              VALUE "E".
               88  WS-FQ-SPECIFIC               VALUE "S".
           05  WS-FQ-DETAIL            PIC X(07).
           05  WS-FQ-DOW REDEFINES WS-FQ-DETAIL.
               10  WS-FQ-DOW-FLAG      PIC X(01) OCCURS 7 TIMES.
           05  WS-FQ-DAYNO REDEFINES WS-FQ-DETAIL.
               10  WS-FQ-DD            PIC 9(02).
               10  FILLER              PIC X(05).
           05  WS-FQ-SHIFT-RULE        PIC X(01).
               88  WS-FQ-SHIFT-BEFORE           VALUE "B".
               88  WS-FQ-SHIFT-AFTER            VALUE "A".
           05  WS-FQ-DESC              PIC X(16).

       01  WS-CHK-FIELDS.
           05  WS-CHK-DATE             PIC 9(06).
           05  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
               10  WS-CHK-YY           PIC 9(02).
               10  WS-CHK-MM           PIC 9(02).
               10  WS-CHK-DD           PIC 9(02).
           05  WS-CHK-DOW              PIC 9(01) VALUE 1.
           05  WS-CHK-DUE-SW           PIC X(01) VALUE "Y".
               88  WS-CHK-DUE                    VALUE "Y".
           05  WS-CHK-BUSDAY-SW        PIC X(01) VALUE "Y".
               88  WS-CHK-IS-BUSDAY              VALUE "Y".
           05  WS-CHK-ARITH-MEND       PIC 9(02) VALUE ZERO.
           05  WS-CHK-BUS-MEND         PIC 9(02) VALUE ZERO.
           05  WS-CAL-SCAN-IX          PIC 9(03) VALUE ZERO.
           05  WS-MEND-WALK-DD         PIC 9(02) VALUE ZERO.
           05  WS-MEND-HOLD-DD         PIC 9(02) VALUE ZERO.
           05  WS-SHIFT-STEPS          PIC 9(01) VALUE ZERO.
           05  WS-SHIFT-DONE-SW        PIC X(01) VALUE "N".
               88  WS-SHIFT-DONE                 VALUE "Y".
           05  WS-MEND-DONE-SW         PIC X(01) VALUE "N".
               88  WS-MEND-DONE                  VALUE "Y".
           05  WS-LEAP-REM             PIC 9(02) VALUE ZERO.
           05  WS-LEAP-DUMMY           PIC 9(02) VALUE ZERO.
           05  WS-DAY-ARITH-MEND       PIC 9(02) VALUE ZERO.

      ******************************************************************
      * HOW A STEP CAME TO BE DUE: F ON ITS OWN FREQUENCY, B BROUGHT
      * FORWARD FROM A HOLIDAY AHEAD, A CARRIED OVER FROM A HOLIDAY
      * JUST PAST (WS-SHIFT-FROM-DATE SAYS WHICH HOLIDAY).
      ******************************************************************
       01  WS-DUE-FIELDS.
           05  WS-STEP-DUE-WORK-SW     PIC X(01) VALUE "N".
               88  WS-DUE-TODAY                  VALUE "Y".
           05  WS-DUE-HOW-SW           PIC X(01) VALUE "F".
               88  WS-DUE-ON-FREQUENCY           VALUE "F".
               88  WS-DUE-BROUGHT-FORWARD        VALUE "B".
               88  WS-DUE-CARRIED-OVER           VALUE "A".
           05  WS-SHIFT-FROM-DATE      PIC 9(06) VALUE ZERO.
           05  WS-TARGET-DATE          PIC 9(06) VALUE ZERO.
           05  WS-TARGET-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-TARGET-FOUND               VALUE "Y".
           05  WS-LINE-FLAG            PIC X(01) VALUE SPACE.
           05  WS-LINE-NOTE            PIC X(42) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-DAYS-WALKED          PIC 9(03) VALUE ZERO.
           05  WS-BUSDAYS-DONE         PIC 9(03) VALUE ZERO.
           05  WS-ACTIVE-STEPS         PIC 9(03) VALUE ZERO.
           05  WS-INACTIVE-STEPS       PIC 9(03) VALUE ZERO.
           05  WS-STEP-RUNS            PIC 9(05) VALUE ZERO.
           05  WS-MOVED-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-ORDERS-TOTAL         PIC 9(07) VALUE ZERO.
           05  WS-ORDERS-AMOUNT        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-HOLIDAY-ORDER-DAYS   PIC 9(03) VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-ED             PIC ZZZZ9.
           05  WS-SEQ-ED               PIC 9(03).
           05  WS-DD-ED                PIC 9(02).
           05  WS-NUM1-ED              PIC -(7)9.99.
           05  WS-NUM2-ED              PIC -(7)9.99.
           05  WS-AMOUNT-ED            PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FORECAST-ONE-DAY
               UNTIL WS-BUSDAYS-DONE >= WS-HORIZON
                   OR WS-DAYS-WALKED >= 99
           PERFORM 4000-WRITE-TOTALS
           PERFORM 9000-FINISH
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "FORWARD SCHEDULE FORECAST     FROM BUSINESS DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1040-LOAD-CALENDAR
           PERFORM 1100-LOAD-STEPS
           PERFORM 1200-LOAD-ORDERS
           PERFORM 1300-WRITE-FORECAST-BASIS
           MOVE WS-RUN-DATE TO WS-DAY-DATE
           MOVE WS-DAY-OF-WEEK TO WS-DAY-DOW.

      ******************************************************************
      * THE FORECAST STARTS FROM THE BUSINESS DATE THE NEXT CYCLE
      * RUNS UNDER, AND ITS WEEKDAY, BOTH FROM THE BUSINESS-DATE
      * CONTROL FILE; THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN
      * THE CONTROL FILE IS NOT THERE.
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
                       IF BUS-DAY-OF-WEEK IS NUMERIC
                           AND BUS-DAY-OF-WEEK > ZERO
                           AND BUS-DAY-OF-WEEK < 8
                           MOVE BUS-DAY-OF-WEEK TO WS-DAY-OF-WEEK
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
                   MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
                   MOVE CAL-BUSDAY-FLAG TO WS-CAL-BUSDAY (WS-CAL-COUNT)
                   MOVE CAL-DESCRIPTION TO WS-CAL-DESC (WS-CAL-COUNT)
                   IF CAL-DATE > WS-CAL-LAST-DATE
                       MOVE CAL-DATE TO WS-CAL-LAST-DATE
                   END-IF
               ELSE
                   DISPLAY "SCHDFCST: CALENDAR TABLE FULL, "
                       "ENTRY DROPPED"
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           PERFORM 1042-READ-CALENDAR-REC.

       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1060-EDIT-CONTROL-CARD
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1060-EDIT-CONTROL-CARD.
           IF FC-BUSDAYS-X NOT = SPACES
               IF FC-BUSDAYS IS NUMERIC
                   AND FC-BUSDAYS > ZERO
                   AND FC-BUSDAYS <= 40
                   MOVE FC-BUSDAYS TO WS-HORIZON
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING "*** CONTROL CARD DAYS '" DELIMITED BY SIZE
                       FC-BUSDAYS-X DELIMITED BY SIZE
                       "' NOT 1 TO 40 - FIVE BUSINESS DAYS FORECAST"
                           DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      ******************************************************************
      * THE STEP TABLE IS HELD BY SEQUENCE, AS THE DISPATCHER HOLDS
      * IT; AN INACTIVE STEP IS NEVER CALLED, SO IT IS COUNTED HERE
      * AND LEFT OUT OF THE PLAN.
      ******************************************************************
       1100-LOAD-STEPS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT STEP-FILE
           IF WS-STEP-FILE-STATUS = "00"
               PERFORM 1110-READ-STEP-REC
               PERFORM 1120-LOAD-STEP-ENTRY UNTIL WS-EOF
               CLOSE STEP-FILE
           ELSE
               MOVE "*** GOTOSTEP NOT AVAILABLE - NO STEPS FORECAST"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1130-COUNT-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-MAX-SEQUENCE.

       1110-READ-STEP-REC.
           READ STEP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-STEP-ENTRY.
           IF STEP-SEQUENCE IS NUMERIC
               AND STEP-SEQUENCE > ZERO AND STEP-SEQUENCE <= 100
               MOVE STEP-PROGRAM-ID
                   TO WS-STEP-PROGRAM-ID (STEP-SEQUENCE)
               MOVE STEP-ACTIVE-FLAG
                   TO WS-STEP-ACTIVE-FLAG (STEP-SEQUENCE)
               MOVE STEP-FREQ-TYPE
                   TO WS-STEP-FREQ-TYPE (STEP-SEQUENCE)
               MOVE STEP-FREQ-DETAIL
                   TO WS-STEP-FREQ-DETAIL (STEP-SEQUENCE)
               MOVE STEP-SHIFT-RULE
                   TO WS-STEP-SHIFT-RULE (STEP-SEQUENCE)
               IF STEP-SEQUENCE > WS-MAX-SEQUENCE
                   MOVE STEP-SEQUENCE TO WS-MAX-SEQUENCE
               END-IF
           ELSE
               DISPLAY "SCHDFCST: STEP SEQUENCE " STEP-SEQUENCE
                   " EXCEEDS THE 100-STEP TABLE, STEP "
                   STEP-PROGRAM-ID " NOT FORECAST"
               MOVE 4 TO WS-RUN-RC
           END-IF
           PERFORM 1110-READ-STEP-REC.

       1130-COUNT-STEP.
           IF WS-STEP-PROGRAM-ID (WS-STEP-IX) NOT = SPACES
               IF WS-STEP-ACTIVE (WS-STEP-IX)
                   ADD 1 TO WS-ACTIVE-STEPS
               ELSE
                   ADD 1 TO WS-INACTIVE-STEPS
               END-IF
           END-IF.

       1200-LOAD-ORDERS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-FILE-STATUS = "00"
               PERFORM 1210-READ-ORDER
               PERFORM 1220-LOAD-ORDER-ENTRY UNTIL WS-EOF
               CLOSE ORDER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-ORDER.
           READ ORDER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-LOAD-ORDER-ENTRY.
           IF WS-ORDER-COUNT < 1000
               ADD 1 TO WS-ORDER-COUNT
               MOVE SO-NUM1 TO WS-ORD-NUM1 (WS-ORDER-COUNT)
               MOVE SO-NUM2 TO WS-ORD-NUM2 (WS-ORDER-COUNT)
               MOVE SO-OP-CODE TO WS-ORD-OP-CODE (WS-ORDER-COUNT)
               MOVE SO-CURRENCY-CODE TO WS-ORD-CCY (WS-ORDER-COUNT)
               MOVE SO-FREQ-TYPE TO WS-ORD-FREQ-TYPE (WS-ORDER-COUNT)
               MOVE SO-FREQ-DETAIL
                   TO WS-ORD-FREQ-DETAIL (WS-ORDER-COUNT)
           ELSE
               DISPLAY "SCHDFCST: ORDER TABLE FULL, ORDER NOT "
                   "FORECAST"
               MOVE 4 TO WS-RUN-RC
           END-IF
           PERFORM 1210-READ-ORDER.

       1300-WRITE-FORECAST-BASIS.
           MOVE WS-HORIZON TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BUSINESS DAYS FORECAST : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ACTIVE-STEPS TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ACTIVE GOTOSTEP STEPS  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-INACTIVE-STEPS TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "INACTIVE, NOT FORECAST : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ORDER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "STANDING ORDERS        : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-CAL-COUNT > ZERO
               MOVE WS-CAL-COUNT TO WS-COUNT-ED
               STRING "BUSCAL EXCEPTION DATES : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "  LAST DATE " DELIMITED BY SIZE
                   WS-CAL-LAST-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               MOVE "BUSCAL NOT LOADED - EVERY DAY IS A BUSINESS DAY"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "* = STEP OR ORDER MOVED OR SKIPPED OFF ITS DUE DAY"
               TO REPORT-RECORD
           WRITE REPORT-RECORD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SCHDFCST" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * ONE DAY OF THE PLAN. A BUSINESS DAY LISTS EVERY STEP THE
      * DISPATCHER WILL CALL; A NON-BUSINESS DAY LISTS THE STEPS THAT
      * FALL DUE ON IT AND WHERE THEIR SHIFT RULE SENDS THEM. EITHER
      * WAY THE STANDING ORDERS FOLLOW, SINCE SOMASTGN RUNS EVERY
      * CYCLE.
      ******************************************************************
       2000-FORECAST-ONE-DAY.
           ADD 1 TO WS-DAYS-WALKED
           MOVE ZERO TO WS-DAY-STEP-COUNT
           PERFORM 2900-LOOKUP-DAY
           PERFORM 2010-WRITE-DAY-HEADING
           IF WS-DAY-IS-BUSDAY
               ADD 1 TO WS-BUSDAYS-DONE
               PERFORM 2100-PLAN-ONE-STEP
                   VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-MAX-SEQUENCE
               IF WS-DAY-STEP-COUNT = ZERO
                   MOVE "  NO STEPS DUE" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           ELSE
               MOVE "  NON-BUSINESS DAY - THE DISPATCHER CALLS NO STEP"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM 2300-FLAG-ONE-HOLIDAY-STEP
                   VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-MAX-SEQUENCE
           END-IF
           PERFORM 3000-PLAN-STANDING-ORDERS
           PERFORM 2950-ADVANCE-DAY.

       2010-WRITE-DAY-HEADING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-DAY-IS-BUSDAY
               STRING WS-DAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DOW-NAME (WS-DAY-DOW) DELIMITED BY SIZE
                   "  BUSINESS DAY" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING WS-DAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DOW-NAME (WS-DAY-DOW) DELIMITED BY SIZE
                   "  NON-BUSINESS DAY  " DELIMITED BY SIZE
                   WS-DAY-DESC DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           IF WS-CAL-COUNT > ZERO AND WS-DAY-DATE > WS-CAL-LAST-DATE
               MOVE "  *** PAST THE LAST BUSCAL DATE - HOLIDAYS UNKNOWN"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF NOT WS-PAST-CAL-FLAGGED
                   SET WS-PAST-CAL-FLAGGED TO TRUE
                   MOVE 4 TO WS-RUN-RC
                   MOVE "FORECAST RUNS PAST THE LAST BUSCAL DATE"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               END-IF
           END-IF.

       2100-PLAN-ONE-STEP.
           IF WS-STEP-PROGRAM-ID (WS-STEP-IX) NOT = SPACES
               AND WS-STEP-ACTIVE (WS-STEP-IX)
               PERFORM 2110-TAKE-STEP-FREQUENCY
               PERFORM 2500-CHECK-STEP-DUE
               IF WS-DUE-TODAY
                   ADD 1 TO WS-DAY-STEP-COUNT
                   ADD 1 TO WS-STEP-RUNS
                   PERFORM 2150-SET-STEP-NOTE
                   PERFORM 2200-WRITE-STEP-LINE
               END-IF
           END-IF.

       2110-TAKE-STEP-FREQUENCY.
           MOVE WS-STEP-FREQ-TYPE (WS-STEP-IX) TO WS-FQ-TYPE
           MOVE WS-STEP-FREQ-DETAIL (WS-STEP-IX) TO WS-FQ-DETAIL
           MOVE WS-STEP-SHIFT-RULE (WS-STEP-IX) TO WS-FQ-SHIFT-RULE.

      ******************************************************************
      * A RUN THE SHIFT RULE PULLED ONTO THIS DAY IS FLAGGED, AND SO
      * IS A MONTH-END RUN THE CALENDAR WALKED BACK OFF THE MONTH'S
      * LAST DAY.
      ******************************************************************
       2150-SET-STEP-NOTE.
           MOVE SPACE TO WS-LINE-FLAG
           MOVE SPACES TO WS-LINE-NOTE
           EVALUATE TRUE
               WHEN WS-DUE-BROUGHT-FORWARD
                   MOVE "*" TO WS-LINE-FLAG
                   ADD 1 TO WS-MOVED-COUNT
                   STRING "MOVED - BROUGHT FORWARD FROM "
                           DELIMITED BY SIZE
                       WS-SHIFT-FROM-DATE DELIMITED BY SIZE
                       INTO WS-LINE-NOTE
                   END-STRING
               WHEN WS-DUE-CARRIED-OVER
                   MOVE "*" TO WS-LINE-FLAG
                   ADD 1 TO WS-MOVED-COUNT
                   STRING "MOVED - CARRIED OVER FROM " DELIMITED BY SIZE
                       WS-SHIFT-FROM-DATE DELIMITED BY SIZE
                       INTO WS-LINE-NOTE
                   END-STRING
               WHEN WS-FQ-MONTH-END
                   MOVE WS-DAY-DATE TO WS-CHK-DATE
                   PERFORM 2560-SET-CHK-ARITH-MEND
                   IF WS-DAY-DD NOT = WS-CHK-ARITH-MEND
                       MOVE "*" TO WS-LINE-FLAG
                       ADD 1 TO WS-MOVED-COUNT
                       MOVE WS-CHK-ARITH-MEND TO WS-DD-ED
                       STRING "MOVED - LAST BUSINESS DAY, MONTH ENDS "
                               DELIMITED BY SIZE
                           WS-DD-ED DELIMITED BY SIZE
                           INTO WS-LINE-NOTE
                       END-STRING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-WRITE-STEP-LINE.
           PERFORM 2210-DESCRIBE-FREQUENCY
           MOVE WS-STEP-IX TO WS-SEQ-ED
           MOVE SPACES TO REPORT-RECORD
           STRING WS-LINE-FLAG DELIMITED BY SIZE
               " STEP " DELIMITED BY SIZE
               WS-SEQ-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-PROGRAM-ID (WS-STEP-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FQ-DESC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-NOTE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       2210-DESCRIBE-FREQUENCY.
           MOVE SPACES TO WS-FQ-DESC
           EVALUATE TRUE
               WHEN WS-FQ-DAILY
                   MOVE "DAILY" TO WS-FQ-DESC
               WHEN WS-FQ-WEEKLY
                   STRING "WEEKLY " DELIMITED BY SIZE
                       WS-FQ-DETAIL DELIMITED BY SIZE
                       INTO WS-FQ-DESC
                   END-STRING
               WHEN WS-FQ-MONTH-END
                   MOVE "MONTH-END" TO WS-FQ-DESC
               WHEN WS-FQ-SPECIFIC
                   STRING "DAY " DELIMITED BY SIZE
                       WS-FQ-DETAIL (1:2) DELIMITED BY SIZE
                       INTO WS-FQ-DESC
                   END-STRING
               WHEN OTHER
                   MOVE "UNKNOWN = DAILY" TO WS-FQ-DESC
           END-EVALUATE.

      ******************************************************************
      * ON A NON-BUSINESS DAY A DAILY STEP SIMPLY WAITS FOR THE NEXT
      * BUSINESS DAY'S RUN. A WEEKLY, MONTH-END OR SPECIFIC-DAY STEP
      * THAT FALLS DUE HERE IS FLAGGED: RUN BEFORE SENDS IT TO THE
      * BUSINESS DAY AHEAD OF THE STRETCH, RUN AFTER TO THE ONE AFTER
      * IT - EACH ONLY WITHIN THE SEVEN DAYS THE DISPATCHER SCANS -
      * AND SKIP DROPS IT. A MOVED RUN IS COUNTED ON THE BUSINESS
      * DAY THAT PICKS IT UP, A SKIPPED ONE HERE.
      ******************************************************************
       2300-FLAG-ONE-HOLIDAY-STEP.
           IF WS-STEP-PROGRAM-ID (WS-STEP-IX) NOT = SPACES
               AND WS-STEP-ACTIVE (WS-STEP-IX)
               PERFORM 2110-TAKE-STEP-FREQUENCY
               IF WS-FQ-WEEKLY OR WS-FQ-MONTH-END OR WS-FQ-SPECIFIC
                   MOVE WS-DAY-DATE TO WS-CHK-DATE
                   MOVE WS-DAY-DOW TO WS-CHK-DOW
                   PERFORM 2550-CHECK-DUE-ON-CHK-DATE
                   IF WS-CHK-DUE
                       PERFORM 2310-SET-HOLIDAY-NOTE
                       PERFORM 2200-WRITE-STEP-LINE
                   END-IF
               END-IF
           END-IF.

       2310-SET-HOLIDAY-NOTE.
           MOVE "*" TO WS-LINE-FLAG
           MOVE SPACES TO WS-LINE-NOTE
           EVALUATE TRUE
               WHEN WS-FQ-SHIFT-BEFORE
                   PERFORM 2320-FIND-PRIOR-BUSDAY
                   IF WS-TARGET-FOUND
                       STRING "MOVED - RUNS EARLY ON " DELIMITED BY SIZE
                           WS-TARGET-DATE DELIMITED BY SIZE
                           INTO WS-LINE-NOTE
                       END-STRING
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "SKIPPED - NO BUSINESS DAY IN 7 BEFORE"
                           TO WS-LINE-NOTE
                   END-IF
               WHEN WS-FQ-SHIFT-AFTER
                   PERFORM 2330-FIND-NEXT-BUSDAY
                   IF WS-TARGET-FOUND
                       STRING "MOVED - RUNS LATE ON " DELIMITED BY SIZE
                           WS-TARGET-DATE DELIMITED BY SIZE
                           INTO WS-LINE-NOTE
                       END-STRING
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "SKIPPED - NO BUSINESS DAY IN 7 AFTER"
                           TO WS-LINE-NOTE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED - SHIFT RULE SKIP" TO WS-LINE-NOTE
           END-EVALUATE.

       2320-FIND-PRIOR-BUSDAY.
           MOVE WS-DAY-DATE TO WS-CHK-DATE
           MOVE WS-DAY-DOW TO WS-CHK-DOW
           MOVE "N" TO WS-TARGET-FOUND-SW
           PERFORM 2325-CHECK-ONE-PRIOR-DAY
               VARYING WS-SHIFT-STEPS FROM 1 BY 1
               UNTIL WS-SHIFT-STEPS > 7 OR WS-TARGET-FOUND.

       2325-CHECK-ONE-PRIOR-DAY.
           PERFORM 2575-RETREAT-CHK-DATE
           PERFORM 2590-LOOKUP-BUSDAY
           IF WS-CHK-IS-BUSDAY
               SET WS-TARGET-FOUND TO TRUE
               MOVE WS-CHK-DATE TO WS-TARGET-DATE
           END-IF.

       2330-FIND-NEXT-BUSDAY.
           MOVE WS-DAY-DATE TO WS-CHK-DATE
           MOVE WS-DAY-DOW TO WS-CHK-DOW
           MOVE "N" TO WS-TARGET-FOUND-SW
           PERFORM 2335-CHECK-ONE-NEXT-DAY
               VARYING WS-SHIFT-STEPS FROM 1 BY 1
               UNTIL WS-SHIFT-STEPS > 7 OR WS-TARGET-FOUND.

       2335-CHECK-ONE-NEXT-DAY.
           PERFORM 2570-ADVANCE-CHK-DATE
           PERFORM 2590-LOOKUP-BUSDAY
           IF WS-CHK-IS-BUSDAY
               SET WS-TARGET-FOUND TO TRUE
               MOVE WS-CHK-DATE TO WS-TARGET-DATE
           END-IF.

      ******************************************************************
      * THE DISPATCHER'S DUE-TODAY RULE, APPLIED TO THE FORECAST DAY:
      * DAILY ALWAYS, WEEKLY WHEN THE DAY'S WEEKDAY FLAG IS Y (MONDAY
      * FIRST), MONTH-END ON THE MONTH'S LAST BUSINESS DAY, SPECIFIC
      * ON THAT DAY OF THE MONTH. WITH A CALENDAR ON FILE THE PER-STEP
      * SHIFT RULE THEN DECIDES WHAT A HOLIDAY DOES TO THE DUE DATE:
      * RUN BEFORE PULLS A STEP DUE INSIDE THE COMING HOLIDAY STRETCH
      * ONTO THE DAY, RUN AFTER PICKS UP A STEP THAT FELL DUE DURING
      * THE HOLIDAYS JUST PAST, AND SKIP SIMPLY DOES NOT RUN IT.
      ******************************************************************
       2500-CHECK-STEP-DUE.
           MOVE "F" TO WS-DUE-HOW-SW
           MOVE WS-DAY-DATE TO WS-CHK-DATE
           MOVE WS-DAY-DOW TO WS-CHK-DOW
           PERFORM 2550-CHECK-DUE-ON-CHK-DATE
           MOVE WS-CHK-DUE-SW TO WS-STEP-DUE-WORK-SW
           IF WS-CAL-COUNT > ZERO
               PERFORM 2520-APPLY-SHIFT-RULE
           END-IF.

       2520-APPLY-SHIFT-RULE.
           MOVE WS-DAY-DATE TO WS-CHK-DATE
           PERFORM 2590-LOOKUP-BUSDAY
           IF WS-DUE-TODAY
               IF NOT WS-CHK-IS-BUSDAY
                   MOVE "N" TO WS-STEP-DUE-WORK-SW
               END-IF
           ELSE
               IF WS-CHK-IS-BUSDAY
                   EVALUATE TRUE
                       WHEN WS-FQ-SHIFT-BEFORE
                           PERFORM 2530-SCAN-COMING-HOLIDAYS
                       WHEN WS-FQ-SHIFT-AFTER
                           PERFORM 2540-SCAN-PASSED-HOLIDAYS
                   END-EVALUATE
               END-IF
           END-IF.

       2530-SCAN-COMING-HOLIDAYS.
           MOVE WS-DAY-DATE TO WS-CHK-DATE
           MOVE WS-DAY-DOW TO WS-CHK-DOW
           MOVE "N" TO WS-SHIFT-DONE-SW
           PERFORM 2535-CHECK-ONE-COMING-DAY
               VARYING WS-SHIFT-STEPS FROM 1 BY 1
               UNTIL WS-SHIFT-STEPS > 7 OR WS-SHIFT-DONE.

       2535-CHECK-ONE-COMING-DAY.
           PERFORM 2570-ADVANCE-CHK-DATE
           PERFORM 2590-LOOKUP-BUSDAY
           IF WS-CHK-IS-BUSDAY
               SET WS-SHIFT-DONE TO TRUE
           ELSE
               PERFORM 2550-CHECK-DUE-ON-CHK-DATE
               IF WS-CHK-DUE
                   MOVE "Y" TO WS-STEP-DUE-WORK-SW
                   MOVE "B" TO WS-DUE-HOW-SW
                   MOVE WS-CHK-DATE TO WS-SHIFT-FROM-DATE
                   SET WS-SHIFT-DONE TO TRUE
               END-IF
           END-IF.

       2540-SCAN-PASSED-HOLIDAYS.
           MOVE WS-DAY-DATE TO WS-CHK-DATE
           MOVE WS-DAY-DOW TO WS-CHK-DOW
           MOVE "N" TO WS-SHIFT-DONE-SW
           PERFORM 2545-CHECK-ONE-PASSED-DAY
               VARYING WS-SHIFT-STEPS FROM 1 BY 1
               UNTIL WS-SHIFT-STEPS > 7 OR WS-SHIFT-DONE.

       2545-CHECK-ONE-PASSED-DAY.
           PERFORM 2575-RETREAT-CHK-DATE
           PERFORM 2590-LOOKUP-BUSDAY
           IF WS-CHK-IS-BUSDAY
               SET WS-SHIFT-DONE TO TRUE
           ELSE
               PERFORM 2550-CHECK-DUE-ON-CHK-DATE
               IF WS-CHK-DUE
                   MOVE "Y" TO WS-STEP-DUE-WORK-SW
                   MOVE "A" TO WS-DUE-HOW-SW
                   MOVE WS-CHK-DATE TO WS-SHIFT-FROM-DATE
                   SET WS-SHIFT-DONE TO TRUE
               END-IF
           END-IF.

       2550-CHECK-DUE-ON-CHK-DATE.
           MOVE "Y" TO WS-CHK-DUE-SW
           EVALUATE TRUE
               WHEN WS-FQ-DAILY
                   CONTINUE
               WHEN WS-FQ-WEEKLY
                   IF WS-FQ-DOW-FLAG (WS-CHK-DOW) NOT = "Y"
                       MOVE "N" TO WS-CHK-DUE-SW
                   END-IF
               WHEN WS-FQ-MONTH-END
                   PERFORM 2565-SET-CHK-BUS-MONTH-END
                   IF WS-CHK-DD NOT = WS-CHK-BUS-MEND
                       MOVE "N" TO WS-CHK-DUE-SW
                   END-IF
               WHEN WS-FQ-SPECIFIC
                   IF WS-FQ-DD IS NOT NUMERIC
                       OR WS-FQ-DD NOT = WS-CHK-DD
                       MOVE "N" TO WS-CHK-DUE-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * THE ARITHMETIC LAST DAY OF THE CHECKED MONTH, LEAP FEBRUARY
      * INCLUDED.
      ******************************************************************
       2560-SET-CHK-ARITH-MEND.
           EVALUATE WS-CHK-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-CHK-ARITH-MEND
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
           END-EVALUATE.

      ******************************************************************
      * MONTH-END MEANS THE LAST BUSINESS DAY OF THE MONTH: WALK
      * BACK FROM THE ARITHMETIC LAST DAY UNTIL THE CALENDAR CALLS
      * THE DATE A BUSINESS DAY. THE WALK BORROWS WS-CHK-DD AND
      * PUTS IT BACK, SO THE CALLER'S CHECK DATE IS UNDISTURBED.
      ******************************************************************
       2565-SET-CHK-BUS-MONTH-END.
           PERFORM 2560-SET-CHK-ARITH-MEND
           MOVE WS-CHK-DD TO WS-MEND-HOLD-DD
           MOVE WS-CHK-ARITH-MEND TO WS-MEND-WALK-DD
           MOVE "N" TO WS-MEND-DONE-SW
           PERFORM 2567-WALK-BACK-ONE-DAY
               UNTIL WS-MEND-DONE OR WS-MEND-WALK-DD = 1
           MOVE WS-MEND-WALK-DD TO WS-CHK-BUS-MEND
           MOVE WS-MEND-HOLD-DD TO WS-CHK-DD.

       2567-WALK-BACK-ONE-DAY.
           MOVE WS-MEND-WALK-DD TO WS-CHK-DD
           PERFORM 2590-LOOKUP-BUSDAY
           IF WS-CHK-IS-BUSDAY
               SET WS-MEND-DONE TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-MEND-WALK-DD
           END-IF.

       2570-ADVANCE-CHK-DATE.
           PERFORM 2560-SET-CHK-ARITH-MEND
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
           END-IF
           IF WS-CHK-DOW < 7
               ADD 1 TO WS-CHK-DOW
           ELSE
               MOVE 1 TO WS-CHK-DOW
           END-IF.

       2575-RETREAT-CHK-DATE.
           IF WS-CHK-DD > 1
               SUBTRACT 1 FROM WS-CHK-DD
           ELSE
               IF WS-CHK-MM > 1
                   SUBTRACT 1 FROM WS-CHK-MM
               ELSE
                   MOVE 12 TO WS-CHK-MM
                   IF WS-CHK-YY > ZERO
                       SUBTRACT 1 FROM WS-CHK-YY
                   ELSE
                       MOVE 99 TO WS-CHK-YY
                   END-IF
               END-IF
               PERFORM 2560-SET-CHK-ARITH-MEND
               MOVE WS-CHK-ARITH-MEND TO WS-CHK-DD
           END-IF
           IF WS-CHK-DOW > 1
               SUBTRACT 1 FROM WS-CHK-DOW
           ELSE
               MOVE 7 TO WS-CHK-DOW
           END-IF.

      ******************************************************************
      * A DATE ABSENT FROM THE CALENDAR IS A BUSINESS DAY.
      ******************************************************************
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

       2900-LOOKUP-DAY.
           MOVE "Y" TO WS-DAY-BUSDAY-SW
           MOVE SPACES TO WS-DAY-DESC
           PERFORM 2910-CHECK-DAY-ENTRY
               VARYING WS-CAL-SCAN-IX FROM 1 BY 1
               UNTIL WS-CAL-SCAN-IX > WS-CAL-COUNT.

       2910-CHECK-DAY-ENTRY.
           IF WS-CAL-DATE (WS-CAL-SCAN-IX) = WS-DAY-DATE
               MOVE WS-CAL-BUSDAY (WS-CAL-SCAN-IX) TO WS-DAY-BUSDAY-SW
               MOVE WS-CAL-DESC (WS-CAL-SCAN-IX) TO WS-DAY-DESC
           END-IF.

       2950-ADVANCE-DAY.
           MOVE WS-DAY-DATE TO WS-CHK-DATE
           MOVE WS-DAY-DOW TO WS-CHK-DOW
           PERFORM 2570-ADVANCE-CHK-DATE
           MOVE WS-CHK-DATE TO WS-DAY-DATE
           MOVE WS-CHK-DOW TO WS-DAY-DOW.

      ******************************************************************
      * SOMASTGN RUNS EVERY CYCLE AND KNOWS NO CALENDAR: AN ORDER IS
      * DUE ON ITS FREQUENCY AGAINST THE CALENDAR DAY - MONTH-END IS
      * THE MONTH'S LAST DAY, NOT ITS LAST BUSINESS DAY - SO ORDERS
      * DUE ON A NON-BUSINESS DAY STILL GENERATE, AND ARE FLAGGED.
      * THE AMOUNT CONTROL IS THE ONE SOMASTGN PUTS ON THE BATCH.
      ******************************************************************
       3000-PLAN-STANDING-ORDERS.
           MOVE ZERO TO WS-DAY-ORDER-COUNT
           MOVE ZERO TO WS-DAY-ORDER-AMOUNT
           MOVE WS-DAY-DATE TO WS-CHK-DATE
           PERFORM 2560-SET-CHK-ARITH-MEND
           MOVE WS-CHK-ARITH-MEND TO WS-DAY-ARITH-MEND
           PERFORM 3100-CHECK-ONE-ORDER
               VARYING WS-ORD-IX FROM 1 BY 1
               UNTIL WS-ORD-IX > WS-ORDER-COUNT
           MOVE SPACES TO REPORT-RECORD
           IF WS-DAY-ORDER-COUNT = ZERO
               MOVE "  NO STANDING ORDERS DUE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE WS-DAY-ORDER-COUNT TO WS-COUNT-ED
               MOVE WS-DAY-ORDER-AMOUNT TO WS-AMOUNT-ED
               STRING "  STANDING ORDERS: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "   BATCH AMOUNT CONTROL: " DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF NOT WS-DAY-IS-BUSDAY
                   ADD 1 TO WS-HOLIDAY-ORDER-DAYS
                   MOVE "* ORDERS GENERATE ON A NON-BUSINESS DAY"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF WS-DAY-ORDER-COUNT > 500
                   MOVE "  *** OVER 500 DUE - SOMASTGN DROPS THE REST"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       3100-CHECK-ONE-ORDER.
           MOVE WS-ORD-FREQ-TYPE (WS-ORD-IX) TO WS-FQ-TYPE
           MOVE WS-ORD-FREQ-DETAIL (WS-ORD-IX) TO WS-FQ-DETAIL
           MOVE "Y" TO WS-CHK-DUE-SW
           EVALUATE TRUE
               WHEN WS-FQ-DAILY
                   CONTINUE
               WHEN WS-FQ-WEEKLY
                   IF WS-FQ-DOW-FLAG (WS-DAY-DOW) NOT = "Y"
                       MOVE "N" TO WS-CHK-DUE-SW
                   END-IF
               WHEN WS-FQ-MONTH-END
                   IF WS-DAY-DD NOT = WS-DAY-ARITH-MEND
                       MOVE "N" TO WS-CHK-DUE-SW
                   END-IF
               WHEN WS-FQ-SPECIFIC
                   IF WS-FQ-DD IS NOT NUMERIC
                       OR WS-FQ-DD NOT = WS-DAY-DD
                       MOVE "N" TO WS-CHK-DUE-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CHK-DUE
               ADD 1 TO WS-DAY-ORDER-COUNT
               IF WS-DAY-ORDER-COUNT <= 500
                   PERFORM 3200-WRITE-ORDER-LINE
               END-IF
           END-IF.

       3200-WRITE-ORDER-LINE.
           ADD 1 TO WS-ORDERS-TOTAL
           COMPUTE WS-DAY-ORDER-AMOUNT = WS-DAY-ORDER-AMOUNT
               + WS-ORD-NUM1 (WS-ORD-IX) + WS-ORD-NUM2 (WS-ORD-IX)
           COMPUTE WS-ORDERS-AMOUNT = WS-ORDERS-AMOUNT
               + WS-ORD-NUM1 (WS-ORD-IX) + WS-ORD-NUM2 (WS-ORD-IX)
           PERFORM 2210-DESCRIBE-FREQUENCY
           MOVE WS-ORD-NUM1 (WS-ORD-IX) TO WS-NUM1-ED
           MOVE WS-ORD-NUM2 (WS-ORD-IX) TO WS-NUM2-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  ORDER " DELIMITED BY SIZE
               WS-NUM1-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ORD-OP-CODE (WS-ORD-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NUM2-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ORD-CCY (WS-ORD-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FQ-DESC DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DAYS-WALKED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DAYS IN THE FORECAST          : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-BUSDAYS-DONE TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BUSINESS DAYS                 : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-STEP-RUNS TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "STEP RUNS FORECAST            : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-MOVED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "STEP RUNS MOVED OFF DUE DAY   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "STEP RUNS SKIPPED             : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ORDERS-TOTAL TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "STANDING ORDERS GENERATED     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ORDERS-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "STANDING ORDER AMOUNT CONTROL : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-HOLIDAY-ORDER-DAYS TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NON-BUSINESS DAYS WITH ORDERS : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-BUSDAYS-DONE < WS-HORIZON
               MOVE "*** FORECAST CUT SHORT AT 99 DAYS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-BUSDAYS-DONE TO WS-SEQ-ED
           MOVE WS-MOVED-COUNT TO WS-COUNT-ED
           STRING "SCHEDULE FORECAST, BUSINESS DAYS " DELIMITED BY SIZE
               WS-SEQ-ED DELIMITED BY SIZE
               ", MOVED " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SCHDFCST: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       END PROGRAM SCHDFCST.
