      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Month-end close of the general-ledger account
      *              balance master, fired by the step table's
      *              month-end frequency after the month's last
      *              cycle has posted. Prints the closing trial
      *              balance - opening balance, the period's debits
      *              and credits and the closing balance per account -
      *              and, only when it is in balance, rolls every
      *              closing balance into the next period's opening
      *              balance, clears the period and day figures and
      *              opens the next period on the control record. A
      *              master already closed for this month, or a
      *              trial balance out of balance, leaves the master
      *              untouched and ends the run with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "GLBALM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GLCLSRPT"
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
       FD  BUSDATE-FILE.
       COPY BUSDATE.

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
       01  WS-FILE-STATUSES.
           05  WS-BALANCE-FILE-STATUS  PIC X(02).
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
           05  WS-MASTER-SW        PIC X(01) VALUE "N".
               88  WS-MASTER-FOUND            VALUE "Y".

       01  WS-CONTROL-FIELDS.
           05  WS-PERIOD           PIC 9(04) VALUE ZERO.
           05  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               10  WS-PERIOD-YY    PIC 9(02).
               10  WS-PERIOD-MM    PIC 9(02).
           05  WS-NEXT-PERIOD      PIC 9(04) VALUE ZERO.
           05  WS-NEXT-PARTS REDEFINES WS-NEXT-PERIOD.
               10  WS-NEXT-YY      PIC 9(02).
               10  WS-NEXT-MM      PIC 9(02).
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
               10  WS-ACC-CLOSING      PIC S9(13)V99 COMP-3.

       01  WS-ACC-IX               PIC 9(03) VALUE ZERO.

       01  WS-TOTAL-FIELDS.
           05  WS-OPENING-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PERIOD-DR-TOTAL  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PERIOD-CR-TOTAL  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CLOSING-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-DATE-ED          PIC 9(06).
           05  WS-PERIOD-ED        PIC 9(04).
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-AMOUNT-ED        PIC -(10)9.99.
           05  WS-AMOUNT2-ED       PIC -(10)9.99.
           05  WS-AMOUNT3-ED       PIC -(10)9.99.
           05  WS-AMOUNT4-ED       PIC -(10)9.99.

       01  WS-TB-SW                PIC X(01) VALUE "Y".
           88  WS-TB-IN-BALANCE               VALUE "Y".
           88  WS-TB-OUT-OF-BALANCE           VALUE "N".

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-MASTER
           PERFORM 2000-CHECK-CLOSABLE
           IF WS-RUN-RC = ZERO
               PERFORM 3000-WRITE-CLOSING-TB
           END-IF
           IF WS-RUN-RC = ZERO
               PERFORM 4000-ROLL-PERIOD
           END-IF
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
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

       1100-LOAD-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = "00"
               PERFORM 1110-READ-MASTER-REC
               PERFORM 1120-LOAD-MASTER-ENTRY UNTIL WS-EOF
               CLOSE BALANCE-FILE
           END-IF.

       1110-READ-MASTER-REC.
           READ BALANCE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-MASTER-ENTRY.
           EVALUATE TRUE
               WHEN GB-IS-CONTROL
                   SET WS-MASTER-FOUND TO TRUE
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
                       COMPUTE WS-ACC-CLOSING (WS-ACC-IDX) =
                           GB-OPEN-BAL + GB-PERIOD-DR - GB-PERIOD-CR
                   ELSE
                       DISPLAY "GLCLOSE: ACCOUNT TABLE FULL, "
                           "ENTRY DROPPED"
                       MOVE 8 TO WS-RUN-RC
                   END-IF
           END-EVALUATE
           PERFORM 1110-READ-MASTER-REC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "GLCLOSE" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * ONLY THE PERIOD THE BUSINESS DATE FALLS IN CAN CLOSE: A MASTER
      * ALREADY ON A LATER PERIOD HAS BEEN CLOSED FOR THIS MONTH, AND
      * CLOSING IT AGAIN WOULD SKIP A WHOLE PERIOD.
      ******************************************************************
       2000-CHECK-CLOSABLE.
           EVALUATE TRUE
               WHEN WS-RUN-RC NOT = ZERO
                   MOVE "GL BALANCE TABLE FULL, CLOSE REFUSED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               WHEN NOT WS-MASTER-FOUND
                   MOVE 8 TO WS-RUN-RC
                   DISPLAY "GLCLOSE: NO BALANCE MASTER, NOTHING TO "
                       "CLOSE"
                   MOVE "GL BALANCE MASTER MISSING, CLOSE REFUSED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               WHEN WS-PERIOD NOT = WS-RUN-YYMM
                   MOVE 8 TO WS-RUN-RC
                   DISPLAY "GLCLOSE: BALANCE MASTER OPEN ON PERIOD "
                       WS-PERIOD ", NOT THE BUSINESS MONTH - "
                       "CLOSE REFUSED"
                   MOVE "GL PERIOD NOT THE BUSINESS MONTH, REFUSED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
           END-EVALUATE
           IF WS-RUN-RC NOT = ZERO
               MOVE WS-RUN-DATE TO WS-DATE-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "GL MONTH-END CLOSE - RUN DATE " DELIMITED BY SIZE
                   WS-DATE-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE "*** CLOSE REFUSED - MASTER LEFT UNCHANGED ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
      * THE CLOSING TRIAL BALANCE COVERS THE WHOLE PERIOD: DEBITS MUST
      * EQUAL CREDITS AND THE CLOSING BALANCES MUST NET TO ZERO BEFORE
      * THEY MAY BECOME NEXT PERIOD'S OPENING BALANCES.
      ******************************************************************
       3000-WRITE-CLOSING-TB.
           MOVE WS-RUN-DATE TO WS-DATE-ED
           MOVE WS-PERIOD TO WS-PERIOD-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "GL MONTH-END CLOSE - RUN DATE " DELIMITED BY SIZE
               WS-DATE-ED DELIMITED BY SIZE
               " PERIOD " DELIMITED BY SIZE
               WS-PERIOD-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACCOUNT" TO REPORT-RECORD (1:7)
           MOVE "OPENING" TO REPORT-RECORD (16:7)
           MOVE "DEBITS" TO REPORT-RECORD (32:6)
           MOVE "CREDITS" TO REPORT-RECORD (46:7)
           MOVE "CLOSING" TO REPORT-RECORD (61:7)
           WRITE REPORT-RECORD
           PERFORM 3100-WRITE-ACCOUNT-LINE
               VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OPENING-TOTAL TO WS-AMOUNT-ED
           MOVE WS-PERIOD-DR-TOTAL TO WS-AMOUNT2-ED
           MOVE WS-PERIOD-CR-TOTAL TO WS-AMOUNT3-ED
           MOVE WS-CLOSING-TOTAL TO WS-AMOUNT4-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL   " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT2-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT3-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT4-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-PERIOD-DR-TOTAL NOT = WS-PERIOD-CR-TOTAL
               OR WS-CLOSING-TOTAL NOT = ZERO
               SET WS-TB-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TB-IN-BALANCE
               MOVE "TRIAL BALANCE STATUS: IN BALANCE - PERIOD CLOSED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE "TRIAL BALANCE STATUS: *** OUT OF BALANCE ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "*** PERIOD NOT CLOSED - MASTER LEFT UNCHANGED ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "GL PERIOD OUT OF BALANCE, CLOSE REFUSED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF.

       3100-WRITE-ACCOUNT-LINE.
           ADD WS-ACC-OPEN-BAL (WS-ACC-IX) TO WS-OPENING-TOTAL
           ADD WS-ACC-PERIOD-DR (WS-ACC-IX) TO WS-PERIOD-DR-TOTAL
           ADD WS-ACC-PERIOD-CR (WS-ACC-IX) TO WS-PERIOD-CR-TOTAL
           ADD WS-ACC-CLOSING (WS-ACC-IX) TO WS-CLOSING-TOTAL
           MOVE WS-ACC-OPEN-BAL (WS-ACC-IX) TO WS-AMOUNT-ED
           MOVE WS-ACC-PERIOD-DR (WS-ACC-IX) TO WS-AMOUNT2-ED
           MOVE WS-ACC-PERIOD-CR (WS-ACC-IX) TO WS-AMOUNT3-ED
           MOVE WS-ACC-CLOSING (WS-ACC-IX) TO WS-AMOUNT4-ED
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ACC-ACCOUNT (WS-ACC-IX) DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT2-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT3-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT4-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      ******************************************************************
      * CLOSING BALANCE BECOMES OPENING BALANCE; THE PERIOD AND DAY
      * FIGURES START AGAIN FROM ZERO AND THE CONTROL RECORD OPENS THE
      * NEXT PERIOD, DECEMBER ROLLING INTO JANUARY OF THE NEXT YEAR.
      * THE LAST DATE AND CYCLE POSTED CARRY ACROSS UNCHANGED.
      ******************************************************************
       4000-ROLL-PERIOD.
           MOVE WS-PERIOD TO WS-NEXT-PERIOD
           IF WS-PERIOD-MM NOT < 12
               MOVE 01 TO WS-NEXT-MM
               IF WS-PERIOD-YY = 99
                   MOVE 00 TO WS-NEXT-YY
               ELSE
                   ADD 1 TO WS-NEXT-YY
               END-IF
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           OPEN OUTPUT BALANCE-FILE
           MOVE SPACES TO BALANCE-RECORD
           MOVE "C" TO GB-REC-TYPE
           MOVE WS-NEXT-PERIOD TO GB-PERIOD
           MOVE WS-LAST-DATE TO GB-LAST-DATE
           MOVE WS-LAST-CYCLE TO GB-LAST-CYCLE
           MOVE ZERO TO GB-DAYS-POSTED
           MOVE ZERO TO GB-CYCLES-POSTED
           MOVE WS-RUN-DATE TO GB-LAST-CLOSE-DATE
           WRITE BALANCE-RECORD
           PERFORM 4010-WRITE-ONE-ACCOUNT
               VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
           CLOSE BALANCE-FILE
           MOVE WS-NEXT-PERIOD TO WS-PERIOD-ED
           MOVE WS-ACC-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "GL PERIOD CLOSED, NEXT PERIOD " DELIMITED BY SIZE
               WS-PERIOD-ED DELIMITED BY SIZE
               " ACCOUNTS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

       4010-WRITE-ONE-ACCOUNT.
           MOVE SPACES TO BALANCE-RECORD
           MOVE "A" TO GB-REC-TYPE
           MOVE WS-NEXT-PERIOD TO GB-PERIOD
           MOVE WS-ACC-ACCOUNT (WS-ACC-IX) TO GB-ACCOUNT
           MOVE WS-ACC-CLOSING (WS-ACC-IX) TO GB-OPEN-BAL
           MOVE ZERO TO GB-PERIOD-DR
           MOVE ZERO TO GB-PERIOD-CR
           MOVE WS-LAST-DATE TO GB-DAY-DATE
           MOVE ZERO TO GB-DAY-DR
           MOVE ZERO TO GB-DAY-CR
           WRITE BALANCE-RECORD.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "GLCLOSE: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "GLCLOSE" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-ACC-COUNT TO COMPL-RECORDS-PROC
           MOVE ZERO TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM GLCLOSE.
