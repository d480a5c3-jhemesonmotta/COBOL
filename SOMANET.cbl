      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Net settlement of the cycle's postings. Every
      *              posted detail on the SOMAEXT extract is charged
      *              to the originator of the batch it came in, as
      *              named on that batch's SOMAACK acknowledgment, and
      *              the results are netted per originator and
      *              currency, so one movement settles what used to
      *              go out gross. One instruction per originator and
      *              currency goes to the settlement file - pay when
      *              the net result is in the originator's favour,
      *              receive when it is against, nil when it nets to
      *              zero - followed by the standard transmission
      *              control record. The settlement report proves
      *              the instructions' base-currency equivalents and
      *              detail counts against the extract trailer; a
      *              detail whose batch has no originator, a missing
      *              trailer or a disagreement holds the file and
      *              ends the run nonzero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMANET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "SOMAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "SOMAACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT SETTLE-FILE ASSIGN TO "SOMANET"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "SOMANETR"
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

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  ACK-RUN-DATE        PIC 9(06).
           05  FILLER              PIC X(01).
           05  ACK-BATCH-NO        PIC 9(04).
           05  FILLER              PIC X(01).
           05  ACK-ACCEPT-COUNT    PIC 9(07).
           05  FILLER              PIC X(01).
           05  ACK-REJECT-COUNT    PIC 9(07).
           05  FILLER              PIC X(01).
           05  ACK-BATCH-TOTAL     PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  ACK-BALANCE-SW      PIC X(01).
           05  FILLER              PIC X(01).
           05  ACK-ORIGINATOR-CODE PIC X(03).
           05  FILLER              PIC X(01).
           05  ACK-CYCLE           PIC 9(01).
           05  FILLER              PIC X(01).
           05  ACK-DISPOSITION     PIC X(01).
               88  ACK-PROCESSED           VALUE "P".
               88  ACK-DEFERRED            VALUE "D".

      ******************************************************************
      * ONE INSTRUCTION PER ORIGINATOR AND CURRENCY. THE NET AMOUNT
      * IS IN THE TRANSACTION CURRENCY AND CARRIES NO SIGN - THE
      * DIRECTION SAYS WHICH WAY IT MOVES; THE BASE EQUIVALENT IS
      * SIGNED AND IS WHAT THE CONTROL RECORD HASHES.
      ******************************************************************
       FD  SETTLE-FILE.
       01  SETTLE-RECORD.
           05  SI-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SI-CYCLE            PIC 9(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SI-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SI-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SI-DIRECTION        PIC X(01).
               88  SI-PAY                  VALUE "P".
               88  SI-RECEIVE              VALUE "R".
               88  SI-NIL                  VALUE "N".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SI-NET-AMOUNT       PIC 9(9)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SI-BASE-AMOUNT      PIC S9(11)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SI-DETAIL-COUNT     PIC 9(07).
       COPY XMITCTL.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-FILE-STATUS  PIC X(02).
           05  WS-ACK-FILE-STATUS      PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-POST-CYCLE           PIC 9(01) VALUE 1.
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EXTRACT-OPEN-SW  PIC X(01) VALUE "N".
               88  WS-EXTRACT-OPENED          VALUE "Y".
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-TRAILER-SEEN-SW  PIC X(01) VALUE "N".
               88  WS-TRAILER-SEEN            VALUE "Y".

      ******************************************************************
      * THE ORIGINATOR OF EVERY BATCH SOMA PROCESSED THIS CYCLE, FROM
      * ITS ACKNOWLEDGMENT LINE. DEFERRAL NOTICES POSTED NOTHING.
      ******************************************************************
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT      PIC 9(04) VALUE ZERO.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BATCH-IDX.
               10  WS-BATCH-NO     PIC 9(04).
               10  WS-BATCH-ORIG   PIC X(03).

       01  WS-NET-TABLE.
           05  WS-NET-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-NET-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-NET-IDX.
               10  WS-NET-ORIG     PIC X(03).
               10  WS-NET-CCY      PIC X(03).
               10  WS-NET-AMOUNT   PIC S9(9)V99 COMP-3.
               10  WS-NET-BASE     PIC S9(11)V99 COMP-3.
               10  WS-NET-DETAILS  PIC 9(07) COMP-3.

       01  WS-LOOKUP-FIELDS.
           05  WS-BATCH-IX         PIC 9(04) VALUE ZERO.
           05  WS-BATCH-MATCH-IX   PIC 9(04) VALUE ZERO.
           05  WS-NET-IX           PIC 9(03) VALUE ZERO.
           05  WS-NET-MATCH-IX     PIC 9(03) VALUE ZERO.
           05  WS-DETAIL-ORIG      PIC X(03).

       01  WS-COUNTERS.
           05  WS-ACK-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-DETAIL-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-NETTED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT PIC 9(07) VALUE ZERO.
           05  WS-OVERFLOW-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-INSTRUCTION-COUNT PIC 9(07) VALUE ZERO.
           05  WS-PAY-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-RECEIVE-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-NIL-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-TRAILER-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-TOTAL-FIELDS.
           05  WS-NET-BASE-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TRAILER-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-ED         PIC -(12)9.99.
           05  WS-AMOUNT-ED        PIC Z(8)9.99.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXTRACT-REC UNTIL WS-EOF
           PERFORM 3000-WRITE-INSTRUCTIONS
           PERFORM 4000-PROVE-SETTLEMENT
           PERFORM 5000-WRITE-REPORT-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-LOAD-BATCH-ORIGINATORS
           OPEN OUTPUT SETTLE-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "NET SETTLEMENT REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               SET WS-EXTRACT-OPENED TO TRUE
               PERFORM 2100-READ-EXTRACT
           ELSE
               SET WS-EOF TO TRUE
               MOVE "CANNOT OPEN SOMAEXT EXTRACT" TO WS-AUDIT-MESSAGE
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

       1100-LOAD-BATCH-ORIGINATORS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS = "00"
               PERFORM 1110-READ-ACK-REC
               PERFORM 1120-LOAD-ACK-ENTRY UNTIL WS-EOF
               CLOSE ACK-FILE
           ELSE
               MOVE "CANNOT OPEN SOMAACK, NO BATCH ORIGINATORS"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-ACK-REC.
           READ ACK-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-ACK-ENTRY.
           IF ACK-PROCESSED AND ACK-BATCH-NO IS NUMERIC
               ADD 1 TO WS-ACK-COUNT
               IF WS-BATCH-COUNT < 500
                   ADD 1 TO WS-BATCH-COUNT
                   SET WS-BATCH-IDX TO WS-BATCH-COUNT
                   MOVE ACK-BATCH-NO TO WS-BATCH-NO (WS-BATCH-IDX)
                   MOVE ACK-ORIGINATOR-CODE
                       TO WS-BATCH-ORIG (WS-BATCH-IDX)
               ELSE
                   DISPLAY "SOMANET: BATCH TABLE FULL, BATCH "
                       ACK-BATCH-NO " DROPPED"
               END-IF
           END-IF
           PERFORM 1110-READ-ACK-REC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMANET" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-PROCESS-EXTRACT-REC.
           EVALUATE TRUE
               WHEN EX-IS-DETAIL
                   PERFORM 2200-NET-ONE-DETAIL
               WHEN EX-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE EX-TRL-COUNT TO WS-TRAILER-COUNT
                   MOVE EX-TRL-TOTAL TO WS-TRAILER-TOTAL
                   IF EX-CYCLE IS NUMERIC AND EX-CYCLE > ZERO
                       MOVE EX-CYCLE TO WS-POST-CYCLE
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-EXTRACT.

       2100-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * A POSTED DETAIL NETS UNDER ITS BATCH'S ORIGINATOR IN ITS OWN
      * CURRENCY. A REVERSAL ALREADY CARRIES THE NEGATED AMOUNTS OF
      * THE POSTING IT BACKS OUT, SO IT NETS THAT POSTING AWAY. A
      * DETAIL WHOSE BATCH WAS NOT ACKNOWLEDGED CANNOT BE SETTLED TO
      * ANYONE; IT IS LISTED AND LEFT OUT, AND THE PROOF FAILS.
      ******************************************************************
       2200-NET-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           IF EX-CYCLE IS NUMERIC AND EX-CYCLE > ZERO
               MOVE EX-CYCLE TO WS-POST-CYCLE
           END-IF
           PERFORM 2300-FIND-BATCH-ORIGINATOR
           IF WS-BATCH-MATCH-IX = ZERO
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "NO ORIGINATOR FOR BATCH " DELIMITED BY SIZE
                   EX-BATCH-NO DELIMITED BY SIZE
                   " TRACE " DELIMITED BY SIZE
                   EX-TRACE-ID DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               MOVE WS-BATCH-ORIG (WS-BATCH-MATCH-IX)
                   TO WS-DETAIL-ORIG
               PERFORM 2400-FIND-OR-ADD-NET-ENTRY
               IF WS-NET-MATCH-IX = ZERO
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   SET WS-NET-IDX TO WS-NET-MATCH-IX
                   ADD EX-RESULT TO WS-NET-AMOUNT (WS-NET-IDX)
                   ADD EX-BASE-RESULT TO WS-NET-BASE (WS-NET-IDX)
                   ADD 1 TO WS-NET-DETAILS (WS-NET-IDX)
                   ADD 1 TO WS-NETTED-COUNT
               END-IF
           END-IF.

       2300-FIND-BATCH-ORIGINATOR.
           MOVE ZERO TO WS-BATCH-MATCH-IX
           PERFORM 2310-CHECK-BATCH-ENTRY
               VARYING WS-BATCH-IX FROM 1 BY 1
               UNTIL WS-BATCH-IX > WS-BATCH-COUNT
                   OR WS-BATCH-MATCH-IX > ZERO.

       2310-CHECK-BATCH-ENTRY.
           IF WS-BATCH-NO (WS-BATCH-IX) = EX-BATCH-NO
               MOVE WS-BATCH-IX TO WS-BATCH-MATCH-IX
           END-IF.

       2400-FIND-OR-ADD-NET-ENTRY.
           MOVE ZERO TO WS-NET-MATCH-IX
           PERFORM 2410-CHECK-NET-ENTRY
               VARYING WS-NET-IX FROM 1 BY 1
               UNTIL WS-NET-IX > WS-NET-COUNT
                   OR WS-NET-MATCH-IX > ZERO
           IF WS-NET-MATCH-IX = ZERO
               IF WS-NET-COUNT < 200
                   ADD 1 TO WS-NET-COUNT
                   MOVE WS-NET-COUNT TO WS-NET-MATCH-IX
                   SET WS-NET-IDX TO WS-NET-COUNT
                   MOVE WS-DETAIL-ORIG TO WS-NET-ORIG (WS-NET-IDX)
                   MOVE EX-CURRENCY-CODE TO WS-NET-CCY (WS-NET-IDX)
                   MOVE ZERO TO WS-NET-AMOUNT (WS-NET-IDX)
                       WS-NET-BASE (WS-NET-IDX)
                       WS-NET-DETAILS (WS-NET-IDX)
               ELSE
                   DISPLAY "SOMANET: NET TABLE FULL, ORIGINATOR "
                       WS-DETAIL-ORIG " CCY " EX-CURRENCY-CODE
                       " NOT SETTLED"
               END-IF
           END-IF.

       2410-CHECK-NET-ENTRY.
           IF WS-NET-ORIG (WS-NET-IX) = WS-DETAIL-ORIG
               AND WS-NET-CCY (WS-NET-IX) = EX-CURRENCY-CODE
               MOVE WS-NET-IX TO WS-NET-MATCH-IX
           END-IF.

      ******************************************************************
      * ONE INSTRUCTION AND ONE REPORT LINE PER ORIGINATOR/CURRENCY,
      * IN THE ORDER EACH PAIR WAS FIRST SEEN, THEN THE CONTROL
      * RECORD: INSTRUCTION COUNT AND THE HASH OF THE SIGNED BASE
      * EQUIVALENTS.
      ******************************************************************
       3000-WRITE-INSTRUCTIONS.
           MOVE "ORG CCY DIR     NET (CCY)" TO REPORT-RECORD
           MOVE "BASE EQUIVALENT" TO REPORT-RECORD (27:15)
           MOVE "DETAILS" TO REPORT-RECORD (44:7)
           WRITE REPORT-RECORD
           PERFORM 3100-WRITE-ONE-INSTRUCTION
               VARYING WS-NET-IX FROM 1 BY 1
               UNTIL WS-NET-IX > WS-NET-COUNT
           MOVE SPACES TO XMIT-CONTROL-RECORD
           MOVE "XMITCTL" TO XMIT-CTL-TAG
           MOVE "SOMANET" TO XMIT-FILE-ID
           MOVE WS-INSTRUCTION-COUNT TO XMIT-RECORD-COUNT
           MOVE WS-NET-BASE-TOTAL TO XMIT-HASH-TOTAL
           MOVE WS-RUN-DATE TO XMIT-RUN-DATE
           WRITE XMIT-CONTROL-RECORD.

       3100-WRITE-ONE-INSTRUCTION.
           SET WS-NET-IDX TO WS-NET-IX
           MOVE SPACES TO SETTLE-RECORD
           MOVE WS-RUN-DATE TO SI-RUN-DATE
           MOVE WS-POST-CYCLE TO SI-CYCLE
           MOVE WS-NET-ORIG (WS-NET-IDX) TO SI-ORIGINATOR-CODE
           MOVE WS-NET-CCY (WS-NET-IDX) TO SI-CURRENCY-CODE
           EVALUATE TRUE
               WHEN WS-NET-AMOUNT (WS-NET-IDX) > ZERO
                   SET SI-PAY TO TRUE
                   ADD 1 TO WS-PAY-COUNT
               WHEN WS-NET-AMOUNT (WS-NET-IDX) < ZERO
                   SET SI-RECEIVE TO TRUE
                   ADD 1 TO WS-RECEIVE-COUNT
               WHEN OTHER
                   SET SI-NIL TO TRUE
                   ADD 1 TO WS-NIL-COUNT
           END-EVALUATE
           IF WS-NET-BASE (WS-NET-IDX) = ZERO
               MOVE ZERO TO WS-NET-BASE (WS-NET-IDX)
           END-IF
           MOVE WS-NET-AMOUNT (WS-NET-IDX) TO SI-NET-AMOUNT
           MOVE WS-NET-BASE (WS-NET-IDX) TO SI-BASE-AMOUNT
           MOVE WS-NET-DETAILS (WS-NET-IDX) TO SI-DETAIL-COUNT
           WRITE SETTLE-RECORD
           ADD 1 TO WS-INSTRUCTION-COUNT
           ADD WS-NET-BASE (WS-NET-IDX) TO WS-NET-BASE-TOTAL
           MOVE WS-NET-AMOUNT (WS-NET-IDX) TO WS-AMOUNT-ED
           MOVE WS-NET-BASE (WS-NET-IDX) TO WS-TOTAL-ED
           MOVE WS-NET-DETAILS (WS-NET-IDX) TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING SI-ORIGINATOR-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SI-CURRENCY-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SI-DIRECTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      ******************************************************************
      * THE INSTRUCTIONS RELEASE ONLY WHEN THEIR BASE EQUIVALENTS SUM
      * TO THE EXTRACT TRAILER TOTAL AND EVERY DETAIL THE TRAILER
      * COUNTS WAS NETTED - NOTHING MAY SETTLE SHORT OR TWICE.
      ******************************************************************
       4000-PROVE-SETTLEMENT.
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 8 TO WS-RUN-RC
                   MOVE "EXTRACT TRAILER MISSING, SETTLEMENT HELD"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               WHEN WS-UNASSIGNED-COUNT > ZERO
                   OR WS-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-RUN-RC
                   MOVE "DETAILS NOT NETTED TO AN ORIGINATOR, HELD"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               WHEN WS-NET-BASE-TOTAL NOT = WS-TRAILER-TOTAL
                   OR WS-NETTED-COUNT NOT = WS-TRAILER-COUNT
                   MOVE 8 TO WS-RUN-RC
                   MOVE "NET SETTLEMENT DISAGREES WITH EXTRACT TRAILER"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               WHEN OTHER
                   MOVE "NET SETTLEMENT PROVED AGAINST EXTRACT TRAILER"
                       TO WS-AUDIT-MESSAGE
                   PERFORM 1900-WRITE-AUDIT-LOG
           END-EVALUATE.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ACK-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BATCHES ACKNOWLEDGED  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DETAIL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DETAILS READ          : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NETTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DETAILS NETTED        : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           COMPUTE WS-COUNT-ED = WS-UNASSIGNED-COUNT + WS-OVERFLOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "DETAILS NOT NETTED    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TRAILER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "EXTRACT TRAILER COUNT : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-INSTRUCTION-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "INSTRUCTIONS WRITTEN  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-PAY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  PAY                 : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RECEIVE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  RECEIVE             : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NIL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  NIL                 : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NET-BASE-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NET BASE TOTAL        : " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TRAILER-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "EXTRACT TRAILER TOTAL : " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-POST-CYCLE TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "POSTING CYCLE         : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-RUN-RC = ZERO
               MOVE "SETTLEMENT STATUS: PROVED AND RELEASED"
                   TO REPORT-RECORD
           ELSE
               MOVE "SETTLEMENT STATUS: *** HELD - TOTALS DISAGREE ***"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       9000-FINISH.
           IF WS-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF
           CLOSE SETTLE-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMANET: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "SOMANET" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-INSTRUCTION-COUNT TO COMPL-RECORDS-PROC
           COMPUTE COMPL-RECORDS-REJ =
               WS-UNASSIGNED-COUNT + WS-OVERFLOW-COUNT
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM SOMANET.
