      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Reconcile the general ledger's accept/reject
      *              return file against the journal lines we sent.
      *              Every GLJRNL line goes onto a register of lines
      *              awaiting the ledger's answer, keyed by run date,
      *              JL-SEQUENCE and posting cycle. Each return record
      *              is matched on the same key: an acceptance clears
      *              the line, a rejection keeps it as a rejected
      *              line until accounting clears it with a clearance
      *              record, and a return record for a line we never
      *              sent is reported as unknown. Lines still waiting
      *              from an earlier run count as unacknowledged.
      *              Unresolved lines carry forward with an age
      *              counter, the same way the reject recycle ages
      *              unrepaired rejects, and an exceptions report
      *              lists rejected, unacknowledged and unknown items
      *              and flags any over the age limit. Exceptions end
      *              the run with return code 4. A journal line dated
      *              for another business day is skipped and counted,
      *              also with return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "GLRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.
           SELECT CLEAR-FILE ASSIGN TO "GLRCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAR-FILE-STATUS.
           SELECT FWDIN-FILE ASSIGN TO "GLRFW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWDIN-FILE-STATUS.
           SELECT FWDOUT-FILE ASSIGN TO "GLRFWN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "GLRECRPT"
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
       FD  BUSDATE-FILE.
       COPY BUSDATE.

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
      * THE LEDGER'S RETURN FILE: ONE RECORD PER JOURNAL LINE IT HAS
      * DEALT WITH, NAMED BY OUR RUN DATE, SEQUENCE AND CYCLE (A BLANK
      * CYCLE IS THE NIGHTLY CYCLE OF A SINGLE-CYCLE DAY, CYCLE 1).
      ******************************************************************
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RT-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  RT-SEQUENCE         PIC 9(07).
           05  FILLER              PIC X(01).
           05  RT-CYCLE            PIC X(01).
           05  FILLER              PIC X(01).
           05  RT-STATUS           PIC X(01).
               88  RT-ACCEPTED             VALUE "A".
               88  RT-REJECTED             VALUE "R".
           05  FILLER              PIC X(01).
           05  RT-REASON           PIC X(20).

      ******************************************************************
      * ACCOUNTING'S CLEARANCE OF A REJECTED OR UNACKNOWLEDGED LINE,
      * ONCE IT HAS BEEN PUT RIGHT IN THE LEDGER BY HAND.
      ******************************************************************
       FD  CLEAR-FILE.
       01  CLEAR-RECORD.
           05  CL-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  CL-SEQUENCE         PIC 9(07).
           05  FILLER              PIC X(01).
           05  CL-CYCLE            PIC X(01).
           05  FILLER              PIC X(01).
           05  CL-CLEARED-BY       PIC X(08).

       FD  FWDIN-FILE.
       01  FWDIN-RECORD.
           05  FWI-RUN-DATE        PIC 9(06).
           05  FILLER              PIC X(01).
           05  FWI-SEQUENCE        PIC 9(07).
           05  FILLER              PIC X(01).
           05  FWI-CYCLE           PIC 9(01).
           05  FILLER              PIC X(01).
           05  FWI-ACCOUNT         PIC X(08).
           05  FILLER              PIC X(01).
           05  FWI-DR-CR           PIC X(01).
           05  FILLER              PIC X(01).
           05  FWI-AMOUNT          PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  FWI-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(01).
           05  FWI-STATUS          PIC X(01).
           05  FILLER              PIC X(01).
           05  FWI-REASON          PIC X(20).
           05  FILLER              PIC X(01).
           05  FWI-AGE             PIC 9(03).

       FD  FWDOUT-FILE.
       01  FWDOUT-RECORD.
           05  FWO-RUN-DATE        PIC 9(06).
           05  FILLER              PIC X(01).
           05  FWO-SEQUENCE        PIC 9(07).
           05  FILLER              PIC X(01).
           05  FWO-CYCLE           PIC 9(01).
           05  FILLER              PIC X(01).
           05  FWO-ACCOUNT         PIC X(08).
           05  FILLER              PIC X(01).
           05  FWO-DR-CR           PIC X(01).
           05  FILLER              PIC X(01).
           05  FWO-AMOUNT          PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  FWO-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(01).
           05  FWO-STATUS          PIC X(01).
           05  FILLER              PIC X(01).
           05  FWO-REASON          PIC X(20).
           05  FILLER              PIC X(01).
           05  FWO-AGE             PIC 9(03).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-JOURNAL-FILE-STATUS  PIC X(02).
           05  WS-RETURN-FILE-STATUS   PIC X(02).
           05  WS-CLEAR-FILE-STATUS    PIC X(02).
           05  WS-FWDIN-FILE-STATUS    PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".

       01  WS-AGE-LIMIT            PIC 9(03) VALUE 5.

      ******************************************************************
      * THE REGISTER OF LINES AWAITING OR FAILING THE LEDGER'S ANSWER.
      * CARRIED LINES LOAD FIRST, THEN TONIGHT'S JOURNAL LINES.
      ******************************************************************
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-LINE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-LIN-IDX.
               10  WS-LIN-RUN-DATE     PIC 9(06).
               10  WS-LIN-SEQUENCE     PIC 9(07).
               10  WS-LIN-CYCLE        PIC 9(01).
               10  WS-LIN-ACCOUNT      PIC X(08).
               10  WS-LIN-DR-CR        PIC X(01).
               10  WS-LIN-AMOUNT       PIC S9(9)V99.
               10  WS-LIN-CURRENCY     PIC X(03).
               10  WS-LIN-REASON       PIC X(20).
               10  WS-LIN-AGE          PIC 9(03).
               10  WS-LIN-CARRIED-SW   PIC X(01).
                   88  WS-LIN-CARRIED          VALUE "Y".
               10  WS-LIN-STATUS-SW    PIC X(01).
                   88  WS-LIN-AWAITING         VALUE "U".
                   88  WS-LIN-REJECTED         VALUE "R".
                   88  WS-LIN-ACCEPTED         VALUE "A".
                   88  WS-LIN-CLEARED          VALUE "C".

      ******************************************************************
      * RETURN RECORDS FOR LINES NOT ON THE REGISTER, KEPT FOR THE
      * EXCEPTIONS REPORT.
      ******************************************************************
       01  WS-UNKNOWN-TABLE.
           05  WS-UNKNOWN-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-UNKNOWN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-UNK-IDX.
               10  WS-UNK-RUN-DATE     PIC 9(06).
               10  WS-UNK-SEQUENCE     PIC 9(07).
               10  WS-UNK-CYCLE        PIC X(01).
               10  WS-UNK-STATUS       PIC X(01).
               10  WS-UNK-REASON       PIC X(20).

       01  WS-KEY-FIELDS.
           05  WS-KEY-RUN-DATE     PIC 9(06).
           05  WS-KEY-SEQUENCE     PIC 9(07).
           05  WS-KEY-CYCLE        PIC 9(01).
       01  WS-MATCH-IX             PIC 9(05) VALUE ZERO.
       01  WS-LIN-IX               PIC 9(05) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SENT-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-DUP-SENT-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-STALE-SENT-COUNT PIC 9(05) VALUE ZERO.
           05  WS-CARRIED-IN-COUNT PIC 9(05) VALUE ZERO.
           05  WS-RETURN-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-ACCEPT-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-BAD-RETURN-COUNT PIC 9(05) VALUE ZERO.
           05  WS-CLEAR-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-BAD-CLEAR-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-OPEN-REJ-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-UNACK-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-AWAIT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CARRIED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-OVERAGE-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZ9.

       01  WS-EDIT-FIELDS.
           05  WS-DATE-ED          PIC 9(06).
           05  WS-SEQ-ED           PIC 9(07).
           05  WS-AGE-ED           PIC ZZ9.
           05  WS-AMOUNT-ED        PIC -(9)9.99.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RETURNS
           PERFORM 2500-APPLY-CLEARANCES
           PERFORM 4000-CARRY-FORWARD
           PERFORM 5000-EXCEPTIONS-REPORT
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-LOAD-CARRIED-LINES
           PERFORM 1200-LOAD-JOURNAL-LINES.

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

       1100-LOAD-CARRIED-LINES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FWDIN-FILE
           IF WS-FWDIN-FILE-STATUS = "00"
               PERFORM 1110-READ-FWDIN-REC
               PERFORM 1120-LOAD-FWDIN-ENTRY UNTIL WS-EOF
               CLOSE FWDIN-FILE
           END-IF.

       1110-READ-FWDIN-REC.
           READ FWDIN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-FWDIN-ENTRY.
           IF WS-LINE-COUNT < 5000
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-CARRIED-IN-COUNT
               SET WS-LIN-IDX TO WS-LINE-COUNT
               MOVE FWI-RUN-DATE TO WS-LIN-RUN-DATE (WS-LIN-IDX)
               MOVE FWI-SEQUENCE TO WS-LIN-SEQUENCE (WS-LIN-IDX)
               MOVE FWI-CYCLE TO WS-LIN-CYCLE (WS-LIN-IDX)
               MOVE FWI-ACCOUNT TO WS-LIN-ACCOUNT (WS-LIN-IDX)
               MOVE FWI-DR-CR TO WS-LIN-DR-CR (WS-LIN-IDX)
               MOVE FWI-AMOUNT TO WS-LIN-AMOUNT (WS-LIN-IDX)
               MOVE FWI-CURRENCY-CODE TO WS-LIN-CURRENCY (WS-LIN-IDX)
               MOVE FWI-REASON TO WS-LIN-REASON (WS-LIN-IDX)
               MOVE FWI-AGE TO WS-LIN-AGE (WS-LIN-IDX)
               MOVE "Y" TO WS-LIN-CARRIED-SW (WS-LIN-IDX)
               MOVE FWI-STATUS TO WS-LIN-STATUS-SW (WS-LIN-IDX)
               IF NOT WS-LIN-REJECTED (WS-LIN-IDX)
                   MOVE "U" TO WS-LIN-STATUS-SW (WS-LIN-IDX)
               END-IF
           ELSE
               DISPLAY "GLRECN: LINE TABLE FULL, CARRIED LINE DROPPED"
               MOVE "GL RECON TABLE FULL, CARRIED LINE DROPPED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF
           PERFORM 1110-READ-FWDIN-REC.

      ******************************************************************
      * TONIGHT'S JOURNAL LINES JOIN THE REGISTER AT AGE ZERO. A LINE
      * ALREADY ON IT - A RERUN OVER THE SAME JOURNAL - IS NOT ADDED
      * TWICE. A LINE DATED FOR ANOTHER BUSINESS DAY - A MIDDAY
      * JOURNAL LEFT OVER FROM A DAY THE MIDDAY CYCLE LAST RAN - WAS
      * REGISTERED THAT NIGHT AND IS SKIPPED.
      ******************************************************************
       1200-LOAD-JOURNAL-LINES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM 1210-READ-JOURNAL-REC
               PERFORM 1220-LOAD-JOURNAL-ENTRY UNTIL WS-EOF
               CLOSE JOURNAL-FILE
               IF WS-STALE-SENT-COUNT > ZERO
                   MOVE "GLJRNL LINES FOR ANOTHER DATE SKIPPED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           ELSE
               MOVE "GLJRNL NOT AVAILABLE, NO LINES SENT TONIGHT"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       1210-READ-JOURNAL-REC.
           READ JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-LOAD-JOURNAL-ENTRY.
           MOVE JL-RUN-DATE TO WS-KEY-RUN-DATE
           MOVE JL-SEQUENCE TO WS-KEY-SEQUENCE
           IF JL-CYCLE IS NUMERIC AND JL-CYCLE > ZERO
               MOVE JL-CYCLE TO WS-KEY-CYCLE
           ELSE
               MOVE 1 TO WS-KEY-CYCLE
           END-IF
           PERFORM 2100-FIND-LINE
           EVALUATE TRUE
               WHEN JL-RUN-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-STALE-SENT-COUNT
               WHEN WS-MATCH-IX > ZERO
                   ADD 1 TO WS-DUP-SENT-COUNT
               WHEN WS-LINE-COUNT < 5000
                   ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-SENT-COUNT
                   SET WS-LIN-IDX TO WS-LINE-COUNT
                   MOVE WS-KEY-RUN-DATE TO WS-LIN-RUN-DATE (WS-LIN-IDX)
                   MOVE WS-KEY-SEQUENCE TO WS-LIN-SEQUENCE (WS-LIN-IDX)
                   MOVE WS-KEY-CYCLE TO WS-LIN-CYCLE (WS-LIN-IDX)
                   MOVE JL-ACCOUNT TO WS-LIN-ACCOUNT (WS-LIN-IDX)
                   MOVE JL-DR-CR TO WS-LIN-DR-CR (WS-LIN-IDX)
                   MOVE JL-AMOUNT TO WS-LIN-AMOUNT (WS-LIN-IDX)
                   MOVE JL-CURRENCY-CODE
                       TO WS-LIN-CURRENCY (WS-LIN-IDX)
                   MOVE SPACES TO WS-LIN-REASON (WS-LIN-IDX)
                   MOVE ZERO TO WS-LIN-AGE (WS-LIN-IDX)
                   MOVE "N" TO WS-LIN-CARRIED-SW (WS-LIN-IDX)
                   MOVE "U" TO WS-LIN-STATUS-SW (WS-LIN-IDX)
               WHEN OTHER
                   DISPLAY "GLRECN: LINE TABLE FULL, JOURNAL LINE "
                       JL-SEQUENCE " NOT REGISTERED"
                   MOVE "GL RECON TABLE FULL, JOURNAL LINE DROPPED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE
           PERFORM 1210-READ-JOURNAL-REC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "GLRECN" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * AN ACCEPTANCE CLEARS THE LINE, EVEN ONE REJECTED EARLIER AND
      * SINCE RESUBMITTED BY THE LEDGER; A REJECTION HOLDS IT WITH THE
      * LEDGER'S REASON. A RETURN RECORD MATCHING NOTHING ON THE
      * REGISTER - NEVER SENT, OR ALREADY ANSWERED AND GONE - IS
      * UNKNOWN.
      ******************************************************************
       2000-APPLY-RETURNS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-FILE-STATUS = "00"
               PERFORM 2010-READ-RETURN-REC
               PERFORM 2020-PROCESS-RETURN UNTIL WS-EOF
               CLOSE RETURN-FILE
           ELSE
               MOVE "GLRETN NOT AVAILABLE, NO RETURNS APPLIED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       2010-READ-RETURN-REC.
           READ RETURN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2020-PROCESS-RETURN.
           ADD 1 TO WS-RETURN-COUNT
           MOVE ZERO TO WS-MATCH-IX
           IF RT-RUN-DATE IS NUMERIC AND RT-SEQUENCE IS NUMERIC
               MOVE RT-RUN-DATE TO WS-KEY-RUN-DATE
               MOVE RT-SEQUENCE TO WS-KEY-SEQUENCE
               IF RT-CYCLE IS NUMERIC AND RT-CYCLE > "0"
                   MOVE RT-CYCLE TO WS-KEY-CYCLE
               ELSE
                   MOVE 1 TO WS-KEY-CYCLE
               END-IF
               PERFORM 2100-FIND-LINE
           END-IF
           EVALUATE TRUE
               WHEN NOT RT-ACCEPTED AND NOT RT-REJECTED
                   ADD 1 TO WS-BAD-RETURN-COUNT
                   PERFORM 2200-NOTE-UNKNOWN-RETURN
               WHEN WS-MATCH-IX = ZERO
                   ADD 1 TO WS-BAD-RETURN-COUNT
                   PERFORM 2200-NOTE-UNKNOWN-RETURN
               WHEN RT-ACCEPTED
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE "A" TO WS-LIN-STATUS-SW (WS-MATCH-IX)
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "R" TO WS-LIN-STATUS-SW (WS-MATCH-IX)
                   MOVE RT-REASON TO WS-LIN-REASON (WS-MATCH-IX)
           END-EVALUATE
           PERFORM 2010-READ-RETURN-REC.

       2100-FIND-LINE.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM 2110-CHECK-ONE-LINE
               VARYING WS-LIN-IX FROM 1 BY 1
               UNTIL WS-LIN-IX > WS-LINE-COUNT
                   OR WS-MATCH-IX > ZERO.

       2110-CHECK-ONE-LINE.
           IF WS-LIN-RUN-DATE (WS-LIN-IX) = WS-KEY-RUN-DATE
               AND WS-LIN-SEQUENCE (WS-LIN-IX) = WS-KEY-SEQUENCE
               AND WS-LIN-CYCLE (WS-LIN-IX) = WS-KEY-CYCLE
               AND NOT WS-LIN-ACCEPTED (WS-LIN-IX)
               AND NOT WS-LIN-CLEARED (WS-LIN-IX)
               MOVE WS-LIN-IX TO WS-MATCH-IX
           END-IF.

       2200-NOTE-UNKNOWN-RETURN.
           IF WS-UNKNOWN-COUNT < 500
               ADD 1 TO WS-UNKNOWN-COUNT
               SET WS-UNK-IDX TO WS-UNKNOWN-COUNT
               MOVE RT-RUN-DATE TO WS-UNK-RUN-DATE (WS-UNK-IDX)
               MOVE RT-SEQUENCE TO WS-UNK-SEQUENCE (WS-UNK-IDX)
               MOVE RT-CYCLE TO WS-UNK-CYCLE (WS-UNK-IDX)
               MOVE RT-STATUS TO WS-UNK-STATUS (WS-UNK-IDX)
               MOVE RT-REASON TO WS-UNK-REASON (WS-UNK-IDX)
           ELSE
               DISPLAY "GLRECN: UNKNOWN RETURN TABLE FULL, "
                   RT-RUN-DATE " " RT-SEQUENCE " NOT LISTED"
           END-IF.

      ******************************************************************
      * ONLY ACCOUNTING CLOSES AN EXCEPTION: A CLEARANCE NAMES THE LINE
      * BY THE SAME KEY AS THE JOURNAL AND TAKES IT OFF THE REGISTER
      * WHETHER IT WAS REJECTED OR NEVER ACKNOWLEDGED.
      ******************************************************************
       2500-APPLY-CLEARANCES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CLEAR-FILE
           IF WS-CLEAR-FILE-STATUS = "00"
               PERFORM 2510-READ-CLEAR-REC
               PERFORM 2520-PROCESS-CLEARANCE UNTIL WS-EOF
               CLOSE CLEAR-FILE
           END-IF.

       2510-READ-CLEAR-REC.
           READ CLEAR-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2520-PROCESS-CLEARANCE.
           MOVE ZERO TO WS-MATCH-IX
           IF CL-RUN-DATE IS NUMERIC AND CL-SEQUENCE IS NUMERIC
               MOVE CL-RUN-DATE TO WS-KEY-RUN-DATE
               MOVE CL-SEQUENCE TO WS-KEY-SEQUENCE
               IF CL-CYCLE IS NUMERIC AND CL-CYCLE > "0"
                   MOVE CL-CYCLE TO WS-KEY-CYCLE
               ELSE
                   MOVE 1 TO WS-KEY-CYCLE
               END-IF
               PERFORM 2100-FIND-LINE
           END-IF
           IF WS-MATCH-IX = ZERO
               ADD 1 TO WS-BAD-CLEAR-COUNT
               DISPLAY "GLRECN: CLEARANCE FOR A LINE NOT OPEN, "
                   CL-RUN-DATE " " CL-SEQUENCE " " CL-CYCLE
           ELSE
               ADD 1 TO WS-CLEAR-COUNT
               MOVE "C" TO WS-LIN-STATUS-SW (WS-MATCH-IX)
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE CL-SEQUENCE TO WS-SEQ-ED
               STRING "GL LINE " DELIMITED BY SIZE
                   CL-RUN-DATE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-SEQ-ED DELIMITED BY SIZE
                   " CLEARED BY " DELIMITED BY SIZE
                   CL-CLEARED-BY DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           PERFORM 2510-READ-CLEAR-REC.

      ******************************************************************
      * EVERY LINE STILL AWAITING AN ANSWER OR STILL REJECTED GOES TO
      * THE NEXT GENERATION ONE NIGHT OLDER.
      ******************************************************************
       4000-CARRY-FORWARD.
           OPEN OUTPUT FWDOUT-FILE
           PERFORM 4010-WRITE-CARRIED-LINE
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LINE-COUNT
           CLOSE FWDOUT-FILE.

       4010-WRITE-CARRIED-LINE.
           IF WS-LIN-AWAITING (WS-LIN-IDX)
               OR WS-LIN-REJECTED (WS-LIN-IDX)
               ADD 1 TO WS-CARRIED-COUNT
               MOVE SPACES TO FWDOUT-RECORD
               MOVE WS-LIN-RUN-DATE (WS-LIN-IDX) TO FWO-RUN-DATE
               MOVE WS-LIN-SEQUENCE (WS-LIN-IDX) TO FWO-SEQUENCE
               MOVE WS-LIN-CYCLE (WS-LIN-IDX) TO FWO-CYCLE
               MOVE WS-LIN-ACCOUNT (WS-LIN-IDX) TO FWO-ACCOUNT
               MOVE WS-LIN-DR-CR (WS-LIN-IDX) TO FWO-DR-CR
               MOVE WS-LIN-AMOUNT (WS-LIN-IDX) TO FWO-AMOUNT
               MOVE WS-LIN-CURRENCY (WS-LIN-IDX) TO FWO-CURRENCY-CODE
               MOVE WS-LIN-STATUS-SW (WS-LIN-IDX) TO FWO-STATUS
               MOVE WS-LIN-REASON (WS-LIN-IDX) TO FWO-REASON
               COMPUTE FWO-AGE = WS-LIN-AGE (WS-LIN-IDX) + 1
               WRITE FWDOUT-RECORD
           END-IF.

      ******************************************************************
      * THE EXCEPTIONS: EVERY REJECTED LINE, EVERY LINE SENT ON AN
      * EARLIER NIGHT AND STILL UNANSWERED, AND EVERY UNKNOWN RETURN.
      * TONIGHT'S OWN LINES ARE ONLY COUNTED AS AWAITING - THE LEDGER
      * HAS NOT HAD THEM YET.
      ******************************************************************
       5000-EXCEPTIONS-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO WS-DATE-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "GL JOURNAL RECONCILIATION - RUN DATE "
                   DELIMITED BY SIZE
               WS-DATE-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DATE   SEQUENCE C ACCOUNT  D       AMOUNT CCY AGE"
               TO REPORT-RECORD
           MOVE "EXCEPTION / REASON" TO REPORT-RECORD (52:18)
           WRITE REPORT-RECORD
           PERFORM 5010-WRITE-LINE-EXCEPTION
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LINE-COUNT
           PERFORM 5020-WRITE-UNKNOWN-RETURN
               VARYING WS-UNK-IDX FROM 1 BY 1
               UNTIL WS-UNK-IDX > WS-UNKNOWN-COUNT
           PERFORM 5100-WRITE-TOTALS
           CLOSE REPORT-FILE.

       5010-WRITE-LINE-EXCEPTION.
           IF WS-LIN-REJECTED (WS-LIN-IDX)
               OR (WS-LIN-AWAITING (WS-LIN-IDX)
                   AND WS-LIN-CARRIED (WS-LIN-IDX))
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-LIN-SEQUENCE (WS-LIN-IDX) TO WS-SEQ-ED
               MOVE WS-LIN-AMOUNT (WS-LIN-IDX) TO WS-AMOUNT-ED
               MOVE WS-LIN-AGE (WS-LIN-IDX) TO WS-AGE-ED
               MOVE SPACES TO REPORT-RECORD
               STRING WS-LIN-RUN-DATE (WS-LIN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEQ-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LIN-CYCLE (WS-LIN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LIN-ACCOUNT (WS-LIN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LIN-DR-CR (WS-LIN-IDX) DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LIN-CURRENCY (WS-LIN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AGE-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               IF WS-LIN-REJECTED (WS-LIN-IDX)
                   ADD 1 TO WS-OPEN-REJ-COUNT
                   MOVE "REJECTED" TO REPORT-RECORD (52:8)
                   MOVE WS-LIN-REASON (WS-LIN-IDX)
                       TO REPORT-RECORD (61:20)
               ELSE
                   ADD 1 TO WS-UNACK-COUNT
                   MOVE "UNACKNOWLEDGED" TO REPORT-RECORD (52:14)
               END-IF
               WRITE REPORT-RECORD
               IF WS-LIN-AGE (WS-LIN-IDX) > WS-AGE-LIMIT
                   ADD 1 TO WS-OVERAGE-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   MOVE "** OVER AGE LIMIT **" TO REPORT-RECORD (52:20)
                   WRITE REPORT-RECORD
               END-IF
           ELSE
               IF WS-LIN-AWAITING (WS-LIN-IDX)
                   ADD 1 TO WS-AWAIT-COUNT
               END-IF
           END-IF.

       5020-WRITE-UNKNOWN-RETURN.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-UNK-RUN-DATE (WS-UNK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-UNK-SEQUENCE (WS-UNK-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-UNK-CYCLE (WS-UNK-IDX) DELIMITED BY SIZE
               "   RETURN STATUS " DELIMITED BY SIZE
               WS-UNK-STATUS (WS-UNK-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           MOVE "UNKNOWN" TO REPORT-RECORD (52:7)
           MOVE WS-UNK-REASON (WS-UNK-IDX) TO REPORT-RECORD (61:20)
           WRITE REPORT-RECORD.

       5100-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SENT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "LINES SENT TONIGHT   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-STALE-SENT-COUNT > ZERO
               MOVE WS-STALE-SENT-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "  OTHER DATE SKIPPED : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-CARRIED-IN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "LINES CARRIED IN     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RETURN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RETURN RECORDS READ  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ACCEPT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  ACCEPTED           : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REJECT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  REJECTED           : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-BAD-RETURN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  UNKNOWN            : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CLEAR-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "CLEARED BY ACCOUNTING: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-BAD-CLEAR-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "CLEARANCES IN ERROR  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-OPEN-REJ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "REJECTED, OPEN       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-UNACK-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "UNACKNOWLEDGED       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-AWAIT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "AWAITING (TONIGHT)   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CARRIED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "LINES CARRIED FWD    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-OVERAGE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "LINES OVER AGE LIMIT : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "RECONCILIATION STATUS: NO EXCEPTIONS"
                   TO REPORT-RECORD
           ELSE
               MOVE "RECONCILIATION STATUS: *** EXCEPTIONS OPEN ***"
                   TO REPORT-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
               STRING "GL RECONCILIATION EXCEPTIONS: "
                       DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           WRITE REPORT-RECORD.

       9000-FINISH.
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-CARRIED-COUNT TO WS-COUNT-ED
           STRING "GL RECONCILIATION COMPLETE - CARRIED: "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "GLRECN: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "GLRECN" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-RETURN-COUNT TO COMPL-RECORDS-PROC
           MOVE WS-EXCEPTION-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM GLRECN.
