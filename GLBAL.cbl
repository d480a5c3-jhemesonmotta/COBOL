      ******************************************************************
      * Author:
      * Date:
      * Purpose:     General-ledger account balance master and daily
      *              trial balance. The master holds one record per
      *              account named on the account-mapping master
      *              (every debit and every credit account) with the
      *              period's opening balance, the period-to-date
      *              debits and credits and the current business
      *              day's debits and credits, under a control record
      *              that carries the open period and the last date
      *              and cycle posted. Each cycle's GLJRNL lines post
      *              to the master; a cycle already posted refuses to
      *              post again, and a master still open on a prior
      *              month refuses until the month-end close (GLCLOSE)
      *              has rolled it. The trial balance prints the
      *              opening balance, the day's movement and the
      *              closing balance per account and proves that the
      *              day's debits equal its credits and that the
      *              closing balances net to zero; a trial balance
      *              out of balance raises an E-severity audit entry
      *              and ends the run with return code 8. A journal
      *              line for an account the mapping master does not
      *              name still posts, to an account opened for it,
      *              and is reported with a W-severity audit entry and
      *              return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "GLACCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "GLBALM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GLTBRPT"
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

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  AM-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-DEBIT-ACCOUNT    PIC X(08).
           05  FILLER              PIC X(01).
           05  AM-CREDIT-ACCOUNT   PIC X(08).

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

      ******************************************************************
      * THE BALANCE MASTER: A CONTROL RECORD FOR THE OPEN PERIOD, THEN
      * ONE RECORD PER ACCOUNT. A BALANCE IS THE OPENING BALANCE PLUS
      * THE PERIOD'S DEBITS LESS ITS CREDITS; THE DAY FIGURES BELONG
      * TO THE BUSINESS DATE IN GB-DAY-DATE AND START AGAIN FROM ZERO
      * ON THE FIRST CYCLE OF A NEW DATE.
      ******************************************************************
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  GB-REC-TYPE         PIC X(01).
               88  GB-IS-CONTROL           VALUE "C".
               88  GB-IS-ACCOUNT           VALUE "A".
           05  FILLER              PIC X(01).
           05  GB-PERIOD           PIC 9(04).
           05  FILLER              PIC X(01).
           05  GB-ACCOUNT-DATA.
               10  GB-ACCOUNT      PIC X(08).
               10  FILLER          PIC X(01).
               10  GB-OPEN-BAL     PIC S9(13)V99.
               10  FILLER          PIC X(01).
               10  GB-PERIOD-DR    PIC S9(13)V99.
               10  FILLER          PIC X(01).
               10  GB-PERIOD-CR    PIC S9(13)V99.
               10  FILLER          PIC X(01).
               10  GB-DAY-DATE     PIC 9(06).
               10  FILLER          PIC X(01).
               10  GB-DAY-DR       PIC S9(13)V99.
               10  FILLER          PIC X(01).
               10  GB-DAY-CR       PIC S9(13)V99.
           05  GB-CONTROL-DATA REDEFINES GB-ACCOUNT-DATA.
               10  GB-LAST-DATE    PIC 9(06).
               10  FILLER          PIC X(01).
               10  GB-LAST-CYCLE   PIC 9(01).
               10  FILLER          PIC X(01).
               10  GB-DAYS-POSTED  PIC 9(03).
               10  FILLER          PIC X(01).
               10  GB-CYCLES-POSTED PIC 9(03).
               10  FILLER          PIC X(01).
               10  GB-LAST-CLOSE-DATE PIC 9(06).
               10  FILLER          PIC X(72).

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
           05  WS-MAP-FILE-STATUS      PIC X(02).
           05  WS-JOURNAL-FILE-STATUS  PIC X(02).
           05  WS-BALANCE-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYMM         PIC 9(04).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-POST-CYCLE           PIC 9(01) VALUE 1.
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-REFUSED-SW       PIC X(01) VALUE "N".
               88  WS-REFUSED                 VALUE "Y".
           05  WS-JOURNAL-OPEN-SW  PIC X(01) VALUE "N".
               88  WS-JOURNAL-OPENED          VALUE "Y".

      ******************************************************************
      * THE MASTER'S CONTROL FIGURES AS LOADED.
      ******************************************************************
       01  WS-CONTROL-FIELDS.
           05  WS-PERIOD           PIC 9(04) VALUE ZERO.
           05  WS-LAST-DATE        PIC 9(06) VALUE ZERO.
           05  WS-LAST-CYCLE       PIC 9(01) VALUE ZERO.
           05  WS-DAYS-POSTED      PIC 9(03) VALUE ZERO.
           05  WS-CYCLES-POSTED    PIC 9(03) VALUE ZERO.
           05  WS-LAST-CLOSE-DATE  PIC 9(06) VALUE ZERO.

       01  WS-ACCOUNT-TABLE.
           05  WS-ACC-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-ACC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACC-IDX.
               10  WS-ACC-ACCOUNT      PIC X(08).
               10  WS-ACC-OPEN-BAL     PIC S9(13)V99 COMP-3.
               10  WS-ACC-PERIOD-DR    PIC S9(13)V99 COMP-3.
               10  WS-ACC-PERIOD-CR    PIC S9(13)V99 COMP-3.
               10  WS-ACC-DAY-DR       PIC S9(13)V99 COMP-3.
               10  WS-ACC-DAY-CR       PIC S9(13)V99 COMP-3.
               10  WS-ACC-MAPPED-SW    PIC X(01).
                   88  WS-ACC-MAPPED           VALUE "Y".

       01  WS-ACC-MATCH-IX         PIC 9(03) VALUE ZERO.
       01  WS-ACC-IX               PIC 9(03) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT       PIC X(08).

       01  WS-COUNTERS.
           05  WS-LINE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-UNMAPPED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-DROPPED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-TOTAL-FIELDS.
           05  WS-CYCLE-DR         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-CR         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-DR-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-CR-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-OPENING-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CLOSING-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ACC-OPENING      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ACC-MOVEMENT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ACC-CLOSING      PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-DATE-ED          PIC 9(06).
           05  WS-CYCLE-ED         PIC 9(01).
           05  WS-PERIOD-ED        PIC 9(04).
           05  WS-AMOUNT-ED        PIC -(12)9.99.
           05  WS-AMOUNT2-ED       PIC -(12)9.99.
           05  WS-AMOUNT3-ED       PIC -(12)9.99.

       01  WS-TB-SW                PIC X(01) VALUE "Y".
           88  WS-TB-IN-BALANCE               VALUE "Y".
           88  WS-TB-OUT-OF-BALANCE           VALUE "N".

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF NOT WS-REFUSED
               PERFORM 2000-POST-JOURNAL-LINE UNTIL WS-EOF
               PERFORM 3000-REWRITE-MASTER
           END-IF
           PERFORM 4000-WRITE-TRIAL-BALANCE
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1040-GET-POSTING-CYCLE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-LOAD-MASTER
           PERFORM 1150-LOAD-ACCOUNT-MAP
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               SET WS-JOURNAL-OPENED TO TRUE
               PERFORM 2100-READ-JOURNAL
               IF NOT WS-EOF
                   AND JL-CYCLE IS NUMERIC AND JL-CYCLE > ZERO
                   MOVE JL-CYCLE TO WS-POST-CYCLE
               END-IF
               PERFORM 1200-CHECK-POSTABLE
           ELSE
               SET WS-EOF TO TRUE
               SET WS-REFUSED TO TRUE
               MOVE "CANNOT OPEN GLJRNL, NOTHING POSTED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
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

      ******************************************************************
      * THE CYCLE CARD NAMES THE CYCLE BEING POSTED; THE CYCLE ON THE
      * JOURNAL LINES, WHEN THERE ARE ANY, HAS THE LAST WORD.
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

      ******************************************************************
      * AN ACCOUNT'S DAY FIGURES ARE CLEARED AS IT LOADS WHEN THEY
      * BELONG TO AN EARLIER BUSINESS DATE, SO THE FIRST CYCLE OF A
      * DAY STARTS THE DAY'S MOVEMENT FROM ZERO AND A LATER CYCLE OF
      * THE SAME DAY ADDS TO IT.
      ******************************************************************
       1100-LOAD-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = "00"
               PERFORM 1110-READ-MASTER-REC
               PERFORM 1120-LOAD-MASTER-ENTRY UNTIL WS-EOF
               CLOSE BALANCE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-MASTER-REC.
           READ BALANCE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-MASTER-ENTRY.
           EVALUATE TRUE
               WHEN GB-IS-CONTROL
                   MOVE GB-PERIOD TO WS-PERIOD
                   MOVE GB-LAST-DATE TO WS-LAST-DATE
                   MOVE GB-LAST-CYCLE TO WS-LAST-CYCLE
                   MOVE GB-DAYS-POSTED TO WS-DAYS-POSTED
                   MOVE GB-CYCLES-POSTED TO WS-CYCLES-POSTED
                   MOVE GB-LAST-CLOSE-DATE TO WS-LAST-CLOSE-DATE
               WHEN GB-IS-ACCOUNT
                   IF WS-ACC-COUNT < 200
                       ADD 1 TO WS-ACC-COUNT
                       SET WS-ACC-IDX TO WS-ACC-COUNT
                       MOVE GB-ACCOUNT TO WS-ACC-ACCOUNT (WS-ACC-IDX)
                       MOVE GB-OPEN-BAL TO WS-ACC-OPEN-BAL (WS-ACC-IDX)
                       MOVE GB-PERIOD-DR
                           TO WS-ACC-PERIOD-DR (WS-ACC-IDX)
                       MOVE GB-PERIOD-CR
                           TO WS-ACC-PERIOD-CR (WS-ACC-IDX)
                       MOVE "N" TO WS-ACC-MAPPED-SW (WS-ACC-IDX)
                       IF GB-DAY-DATE = WS-RUN-DATE
                           MOVE GB-DAY-DR TO WS-ACC-DAY-DR (WS-ACC-IDX)
                           MOVE GB-DAY-CR TO WS-ACC-DAY-CR (WS-ACC-IDX)
                       ELSE
                           MOVE ZERO TO WS-ACC-DAY-DR (WS-ACC-IDX)
                           MOVE ZERO TO WS-ACC-DAY-CR (WS-ACC-IDX)
                       END-IF
                   ELSE
                       DISPLAY "GLBAL: ACCOUNT TABLE FULL, "
                           "ENTRY DROPPED"
                   END-IF
           END-EVALUATE
           PERFORM 1110-READ-MASTER-REC.

      ******************************************************************
      * EVERY ACCOUNT THE MAPPING MASTER NAMES, DEBIT OR CREDIT SIDE,
      * HAS A BALANCE RECORD - A NEW MAPPING OPENS ITS ACCOUNTS AT
      * ZERO THE FIRST NIGHT IT IS ON FILE.
      ******************************************************************
       1150-LOAD-ACCOUNT-MAP.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MAP-FILE
           IF WS-MAP-FILE-STATUS = "00"
               PERFORM 1160-READ-MAP-REC
               PERFORM 1170-MAP-ONE-ENTRY UNTIL WS-EOF
               CLOSE MAP-FILE
           ELSE
               MOVE "GLACCMAP NOT AVAILABLE, NO ACCOUNTS OPENED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1160-READ-MAP-REC.
           READ MAP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1170-MAP-ONE-ENTRY.
           IF AM-DEBIT-ACCOUNT NOT = SPACES
               MOVE AM-DEBIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM 2300-FIND-ACCOUNT
               IF WS-ACC-MATCH-IX > ZERO
                   MOVE "Y" TO WS-ACC-MAPPED-SW (WS-ACC-MATCH-IX)
               END-IF
           END-IF
           IF AM-CREDIT-ACCOUNT NOT = SPACES
               MOVE AM-CREDIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM 2300-FIND-ACCOUNT
               IF WS-ACC-MATCH-IX > ZERO
                   MOVE "Y" TO WS-ACC-MAPPED-SW (WS-ACC-MATCH-IX)
               END-IF
           END-IF
           PERFORM 1160-READ-MAP-REC.

      ******************************************************************
      * TWO REFUSALS GUARD THE MASTER, AS THEY GUARD THE MONTH-TO-DATE
      * LEDGER: A CYCLE OF THE DAY ALREADY POSTED (THIS ONE OR A LATER
      * ONE) MUST NOT POST TWICE, AND A MASTER STILL OPEN ON A PRIOR
      * MONTH MEANS THE MONTH-END CLOSE NEVER RAN AND ROLLED IT. AN
      * EMPTY MASTER OPENS ON THE CURRENT MONTH.
      ******************************************************************
       1200-CHECK-POSTABLE.
           IF WS-PERIOD = ZERO
               MOVE WS-RUN-YYMM TO WS-PERIOD
           END-IF
           EVALUATE TRUE
               WHEN WS-LAST-DATE = WS-RUN-DATE
                   AND WS-LAST-DATE > ZERO
                   AND WS-POST-CYCLE NOT > WS-LAST-CYCLE
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO WS-RUN-RC
                   DISPLAY "GLBAL: CYCLE " WS-POST-CYCLE
                       " OF BUSINESS DATE ALREADY POSTED "
                       "TO THE BALANCE MASTER, RUN REFUSED"
                   MOVE "CYCLE ALREADY ON GL BALANCES, POST REFUSED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               WHEN WS-PERIOD NOT = WS-RUN-YYMM
                   SET WS-REFUSED TO TRUE
                   MOVE 8 TO WS-RUN-RC
                   DISPLAY "GLBAL: BALANCE MASTER OPEN ON PERIOD "
                       WS-PERIOD ", MONTH-END CLOSE MUST RUN FIRST"
                   MOVE "GL BALANCES OPEN ON OTHER PERIOD, REFUSED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
           END-EVALUATE
           IF WS-REFUSED
               CLOSE JOURNAL-FILE
               MOVE "N" TO WS-JOURNAL-OPEN-SW
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "GLBAL" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * A JOURNAL LINE FOR AN ACCOUNT NOT ON THE MAPPING MASTER STILL
      * POSTS - THE LEDGER HAS ALREADY TAKEN IT - BUT IS REPORTED, SO
      * THE MAPPING AND THE BALANCES NEVER SILENTLY PART COMPANY.
      ******************************************************************
       2000-POST-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE JL-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 2300-FIND-ACCOUNT
           IF WS-ACC-MATCH-IX = ZERO
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               IF NOT WS-ACC-MAPPED (WS-ACC-MATCH-IX)
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "JOURNAL ACCOUNT NOT ON GLACCMAP: "
                           DELIMITED BY SIZE
                       JL-ACCOUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE "Y" TO WS-ACC-MAPPED-SW (WS-ACC-MATCH-IX)
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN JL-IS-DEBIT
                       ADD JL-AMOUNT
                           TO WS-ACC-PERIOD-DR (WS-ACC-MATCH-IX)
                       ADD JL-AMOUNT TO WS-ACC-DAY-DR (WS-ACC-MATCH-IX)
                       ADD JL-AMOUNT TO WS-CYCLE-DR
                   WHEN JL-IS-CREDIT
                       ADD JL-AMOUNT
                           TO WS-ACC-PERIOD-CR (WS-ACC-MATCH-IX)
                       ADD JL-AMOUNT TO WS-ACC-DAY-CR (WS-ACC-MATCH-IX)
                       ADD JL-AMOUNT TO WS-CYCLE-CR
                   WHEN OTHER
                       ADD 1 TO WS-DROPPED-COUNT
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-JOURNAL.

       2100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * FINDS THE ACCOUNT IN THE TABLE, OPENING IT AT ZERO WHEN IT IS
      * NOT THERE YET. A FULL TABLE LEAVES THE MATCH AT ZERO.
      ******************************************************************
       2300-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACC-MATCH-IX
           PERFORM 2310-CHECK-ONE-ACCOUNT
               VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
                   OR WS-ACC-MATCH-IX > ZERO
           IF WS-ACC-MATCH-IX = ZERO
               IF WS-ACC-COUNT < 200
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-COUNT TO WS-ACC-MATCH-IX
                   SET WS-ACC-IDX TO WS-ACC-COUNT
                   MOVE WS-LOOKUP-ACCOUNT
                       TO WS-ACC-ACCOUNT (WS-ACC-IDX)
                   MOVE ZERO TO WS-ACC-OPEN-BAL (WS-ACC-IDX)
                       WS-ACC-PERIOD-DR (WS-ACC-IDX)
                       WS-ACC-PERIOD-CR (WS-ACC-IDX)
                       WS-ACC-DAY-DR (WS-ACC-IDX)
                       WS-ACC-DAY-CR (WS-ACC-IDX)
                   MOVE "N" TO WS-ACC-MAPPED-SW (WS-ACC-IDX)
               ELSE
                   DISPLAY "GLBAL: ACCOUNT TABLE FULL, ACCOUNT "
                       WS-LOOKUP-ACCOUNT " NOT POSTED"
               END-IF
           END-IF.

       2310-CHECK-ONE-ACCOUNT.
           IF WS-ACC-ACCOUNT (WS-ACC-IX) = WS-LOOKUP-ACCOUNT
               MOVE WS-ACC-IX TO WS-ACC-MATCH-IX
           END-IF.

       3000-REWRITE-MASTER.
           IF WS-LAST-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-DAYS-POSTED
           END-IF
           ADD 1 TO WS-CYCLES-POSTED
           MOVE WS-RUN-DATE TO WS-LAST-DATE
           MOVE WS-POST-CYCLE TO WS-LAST-CYCLE
           OPEN OUTPUT BALANCE-FILE
           MOVE SPACES TO BALANCE-RECORD
           MOVE "C" TO GB-REC-TYPE
           MOVE WS-PERIOD TO GB-PERIOD
           MOVE WS-LAST-DATE TO GB-LAST-DATE
           MOVE WS-LAST-CYCLE TO GB-LAST-CYCLE
           MOVE WS-DAYS-POSTED TO GB-DAYS-POSTED
           MOVE WS-CYCLES-POSTED TO GB-CYCLES-POSTED
           MOVE WS-LAST-CLOSE-DATE TO GB-LAST-CLOSE-DATE
           WRITE BALANCE-RECORD
           PERFORM 3010-WRITE-ONE-ACCOUNT
               VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
           CLOSE BALANCE-FILE
           CLOSE JOURNAL-FILE
           MOVE "N" TO WS-JOURNAL-OPEN-SW
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-LINE-COUNT TO WS-COUNT-ED
           STRING "GL BALANCES POSTED - JOURNAL LINES: "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           IF WS-DROPPED-COUNT > ZERO
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
               STRING "JOURNAL LINES NOT POSTED TO BALANCES: "
                       DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF.

       3010-WRITE-ONE-ACCOUNT.
           MOVE SPACES TO BALANCE-RECORD
           MOVE "A" TO GB-REC-TYPE
           MOVE WS-PERIOD TO GB-PERIOD
           MOVE WS-ACC-ACCOUNT (WS-ACC-IX) TO GB-ACCOUNT
           MOVE WS-ACC-OPEN-BAL (WS-ACC-IX) TO GB-OPEN-BAL
           MOVE WS-ACC-PERIOD-DR (WS-ACC-IX) TO GB-PERIOD-DR
           MOVE WS-ACC-PERIOD-CR (WS-ACC-IX) TO GB-PERIOD-CR
           MOVE WS-RUN-DATE TO GB-DAY-DATE
           MOVE WS-ACC-DAY-DR (WS-ACC-IX) TO GB-DAY-DR
           MOVE WS-ACC-DAY-CR (WS-ACC-IX) TO GB-DAY-CR
           WRITE BALANCE-RECORD.

      ******************************************************************
      * THE TRIAL BALANCE COVERS THE WHOLE BUSINESS DAY SO FAR - EVERY
      * CYCLE POSTED FOR THE DATE. OPENING IS THE BALANCE BEFORE THE
      * DAY, MOVEMENT THE DAY'S DEBITS LESS CREDITS. A REFUSED RUN
      * STILL PRINTS THE BALANCES AS THEY STAND, UNCHANGED.
      ******************************************************************
       4000-WRITE-TRIAL-BALANCE.
           MOVE WS-RUN-DATE TO WS-DATE-ED
           MOVE WS-POST-CYCLE TO WS-CYCLE-ED
           MOVE WS-PERIOD TO WS-PERIOD-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "GL TRIAL BALANCE - RUN DATE " DELIMITED BY SIZE
               WS-DATE-ED DELIMITED BY SIZE
               " CYCLE " DELIMITED BY SIZE
               WS-CYCLE-ED DELIMITED BY SIZE
               " PERIOD " DELIMITED BY SIZE
               WS-PERIOD-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-REFUSED
               MOVE "*** POSTING REFUSED - BALANCES SHOWN UNCHANGED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACCOUNT" TO REPORT-RECORD (1:7)
           MOVE "OPENING" TO REPORT-RECORD (20:7)
           MOVE "MOVEMENT" TO REPORT-RECORD (36:8)
           MOVE "CLOSING" TO REPORT-RECORD (54:7)
           WRITE REPORT-RECORD
           PERFORM 4100-WRITE-ACCOUNT-LINE
               VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OPENING-TOTAL TO WS-AMOUNT-ED
           COMPUTE WS-ACC-MOVEMENT = WS-DAY-DR-TOTAL - WS-DAY-CR-TOTAL
           MOVE WS-ACC-MOVEMENT TO WS-AMOUNT2-ED
           MOVE WS-CLOSING-TOTAL TO WS-AMOUNT3-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL     " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT2-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT3-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DAY-DR-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DAY DEBITS          : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DAY-CR-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DAY CREDITS         : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CYCLE-DR TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "THIS CYCLE DEBITS   : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CYCLE-CR TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "THIS CYCLE CREDITS  : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-DAY-DR-TOTAL NOT = WS-DAY-CR-TOTAL
               OR WS-CLOSING-TOTAL NOT = ZERO
               SET WS-TB-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TB-IN-BALANCE
               MOVE "TRIAL BALANCE STATUS: IN BALANCE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE "TRIAL BALANCE STATUS: *** OUT OF BALANCE ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "TRIAL BALANCE OUT OF BALANCE"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF.

       4100-WRITE-ACCOUNT-LINE.
           COMPUTE WS-ACC-CLOSING = WS-ACC-OPEN-BAL (WS-ACC-IX)
               + WS-ACC-PERIOD-DR (WS-ACC-IX)
               - WS-ACC-PERIOD-CR (WS-ACC-IX)
           COMPUTE WS-ACC-MOVEMENT = WS-ACC-DAY-DR (WS-ACC-IX)
               - WS-ACC-DAY-CR (WS-ACC-IX)
           COMPUTE WS-ACC-OPENING = WS-ACC-CLOSING - WS-ACC-MOVEMENT
           ADD WS-ACC-OPENING TO WS-OPENING-TOTAL
           ADD WS-ACC-CLOSING TO WS-CLOSING-TOTAL
           ADD WS-ACC-DAY-DR (WS-ACC-IX) TO WS-DAY-DR-TOTAL
           ADD WS-ACC-DAY-CR (WS-ACC-IX) TO WS-DAY-CR-TOTAL
           MOVE WS-ACC-OPENING TO WS-AMOUNT-ED
           MOVE WS-ACC-MOVEMENT TO WS-AMOUNT2-ED
           MOVE WS-ACC-CLOSING TO WS-AMOUNT3-ED
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ACC-ACCOUNT (WS-ACC-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT2-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT3-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       9000-FINISH.
           IF WS-JOURNAL-OPENED
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "GLBAL: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "GLBAL" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-LINE-COUNT TO COMPL-RECORDS-PROC
           MOVE WS-DROPPED-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM GLBAL.
