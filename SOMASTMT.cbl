      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Nightly posting statements for the originator
      *              desks. Every originator with a batch on SOMAACK,
      *              a reject on SOMAREJ, a hold on SOMAHOLD or an
      *              edit reject on SOMAEDRJ gets a
      *              statement section on SOMASTMF, comma-delimited so
      *              a spreadsheet opens it directly: an ORIGINATOR
      *              header row carrying the originator code, then
      *              one row per detail
      *              it submitted with the trace id, the pair, the
      *              operation, the currency, the result or the
      *              reject reason, and the final disposition -
      *              POSTED, REJECTED, HELD or DUPLICATE. The section
      *              ends with total rows set beside the sums of that
      *              originator's SOMAACK lines (posted against
      *              accepted, rejected and duplicate against
      *              rejected, base amount against batch total). The
      *              day's cycles are read together, so batches are
      *              matched to their acknowledgment by cycle and
      *              batch number; an acknowledgment for any other
      *              business date is skipped and counted. Details
      *              the edit dropped before posting are shown as
      *              REJECTED with the edit reason, outside the tie
      *              to SOMAACK, which never counted them. The file
      *              is split into one dataset per originator by
      *              SOMASTSP, at each ORIGINATOR header row. A
      *              statement whose totals
      *              do not tie is flagged on the file and on the run
      *              report and ends the run with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMASTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "SOMAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "SOMAACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "SOMAREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "SOMAHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT DROP-FILE ASSIGN TO "SOMAEDRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "SOMASTMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SOMASTRP"
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

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD        PIC X(160).

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
           05  WS-REJECT-FILE-STATUS   PIC X(02).
           05  WS-HOLD-FILE-STATUS     PIC X(02).
           05  WS-DROP-FILE-STATUS     PIC X(02).
           05  WS-STMT-FILE-STATUS     PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-TIES-SW          PIC X(01) VALUE "Y".
               88  WS-TIES                    VALUE "Y".
           05  WS-STMT-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-STMT-OPEN               VALUE "Y".

      ******************************************************************
      * EVERY ORIGINATOR SEEN TONIGHT, WITH ITS SOMAACK SUMS AND THE
      * COUNTS ITS STATEMENT ACTUALLY CARRIES.
      ******************************************************************
       01  WS-ORIG-TABLE.
           05  WS-ORIG-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-ORIG-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ORIG-IDX.
               10  WS-ORIG-CODE    PIC X(03).
               10  WS-ORIG-ACK-BATCHES PIC 9(05) COMP-3.
               10  WS-ORIG-ACK-DEFERRED PIC 9(05) COMP-3.
               10  WS-ORIG-ACK-ACCEPTS PIC 9(07) COMP-3.
               10  WS-ORIG-ACK-REJECTS PIC 9(07) COMP-3.
               10  WS-ORIG-ACK-TOTAL   PIC S9(11)V99 COMP-3.
               10  WS-ORIG-POSTED  PIC 9(07) COMP-3.
               10  WS-ORIG-REJECTED PIC 9(07) COMP-3.
               10  WS-ORIG-DUPLICATES PIC 9(07) COMP-3.
               10  WS-ORIG-HELD    PIC 9(07) COMP-3.
               10  WS-ORIG-DROPPED PIC 9(07) COMP-3.
               10  WS-ORIG-BASE-TOTAL PIC S9(11)V99 COMP-3.

       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT      PIC 9(04) VALUE ZERO.
           05  WS-BATCH-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-BATCH-IDX.
               10  WS-BATCH-CYCLE  PIC 9(01).
               10  WS-BATCH-NO     PIC 9(04).
               10  WS-BATCH-ORIG   PIC X(03).

       01  WS-LOOKUP-FIELDS.
           05  WS-ORIG-IX          PIC 9(03) VALUE ZERO.
           05  WS-ORIG-MATCH-IX    PIC 9(03) VALUE ZERO.
           05  WS-STMT-IX          PIC 9(03) VALUE ZERO.
           05  WS-BATCH-IX         PIC 9(04) VALUE ZERO.
           05  WS-BATCH-MATCH-IX   PIC 9(04) VALUE ZERO.
           05  WS-LOOKUP-ORIG      PIC X(03).
           05  WS-LOOKUP-CYCLE     PIC 9(01).

      ******************************************************************
      * ONE DELIMITED ROW IS BUILT FIELD BY FIELD: EACH FIELD IS
      * STRIPPED OF ITS PADDING AND APPENDED WITH ITS COMMA.
      ******************************************************************
       01  WS-CSV-FIELDS.
           05  WS-CSV-LINE         PIC X(160).
           05  WS-CSV-PTR          PIC 9(03) COMP.
           05  WS-CSV-FIELD        PIC X(40).
           05  WS-CSV-LABEL        PIC X(40).
           05  WS-CSV-LEN          PIC 9(03) COMP.
           05  WS-CSV-LEAD         PIC 9(03) COMP.
           05  WS-CSV-LAST-SW      PIC X(01).
               88  WS-CSV-LAST-FIELD          VALUE "Y".
           05  WS-CSV-AMOUNT       PIC S9(11)V99.
           05  WS-CSV-AMOUNT-ED    PIC -(11)9.99.
           05  WS-CSV-COUNT        PIC 9(07).
           05  WS-CSV-COUNT-ED     PIC Z(6)9.
           05  WS-CSV-LIMIT-ED     PIC Z(8)9.99.

       01  WS-COUNTERS.
           05  WS-STMT-WRITTEN     PIC 9(05) VALUE ZERO.
           05  WS-STMT-UNTIED      PIC 9(05) VALUE ZERO.
           05  WS-STMT-FAILED      PIC 9(05) VALUE ZERO.
           05  WS-ROW-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT PIC 9(07) VALUE ZERO.
           05  WS-STALE-ACK-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WRITE-ONE-STATEMENT
               VARYING WS-STMT-IX FROM 1 BY 1
               UNTIL WS-STMT-IX > WS-ORIG-COUNT
           PERFORM 3000-COUNT-UNASSIGNED
           PERFORM 4000-WRITE-REPORT-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "ORIGINATOR POSTING STATEMENTS - RUN DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ORG  POSTED REJECTED     HELD EDIT REJ" TO
               REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1200-LOAD-ACKNOWLEDGMENTS
           PERFORM 1300-LOAD-REJECT-ORIGINATORS
           PERFORM 1400-LOAD-HOLD-ORIGINATORS
           PERFORM 1450-LOAD-DROP-ORIGINATORS
           PERFORM 1100-OPEN-STATEMENT-FILE.

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
      * EVERY STATEMENT GOES TO THE ONE SOMASTMF FILE. IF IT CANNOT
      * BE OPENED NO STATEMENT IS WRITTEN AND THE RUN ENDS RC 8.
      ******************************************************************
       1100-OPEN-STATEMENT-FILE.
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-FILE-STATUS = "00"
               SET WS-STMT-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "CANNOT OPEN SOMASTMF, STATUS " DELIMITED BY SIZE
                   WS-STMT-FILE-STATUS DELIMITED BY SIZE
                   ", NO STATEMENTS WRITTEN" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
               MOVE "*** SOMASTMF CANNOT BE OPENED - NO STATEMENTS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
      * A PROCESSED BATCH NAMES ITS ORIGINATOR AND CARRIES THE COUNTS
      * THE STATEMENT MUST TIE TO. A DEFERRAL NOTICE POSTED NOTHING
      * TONIGHT; IT IS ONLY COUNTED ON THE STATEMENT'S TOTALS. AN
      * ACKNOWLEDGMENT FOR ANY OTHER BUSINESS DATE - A MIDDAY FILE
      * LEFT OVER FROM AN EARLIER DAY - TIES NOTHING TONIGHT AND IS
      * SKIPPED, WITH A WARNING.
      ******************************************************************
       1200-LOAD-ACKNOWLEDGMENTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS = "00"
               PERFORM 1210-READ-ACK-REC
               PERFORM 1220-LOAD-ACK-ENTRY UNTIL WS-EOF
               CLOSE ACK-FILE
               IF WS-STALE-ACK-COUNT > ZERO
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   MOVE WS-STALE-ACK-COUNT TO WS-COUNT-ED
                   STRING "SOMAACK LINES FOR ANOTHER DATE SKIPPED: "
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
           ELSE
               MOVE "CANNOT OPEN SOMAACK, NOTHING TO TIE TO"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-ACK-REC.
           READ ACK-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-LOAD-ACK-ENTRY.
           IF ACK-RUN-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-STALE-ACK-COUNT
           ELSE
               PERFORM 1225-LOAD-TODAYS-ACK
           END-IF
           PERFORM 1210-READ-ACK-REC.

       1225-LOAD-TODAYS-ACK.
           MOVE ACK-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           PERFORM 1500-FIND-OR-ADD-ORIGINATOR
           IF WS-ORIG-MATCH-IX > ZERO
               SET WS-ORIG-IDX TO WS-ORIG-MATCH-IX
               IF ACK-DEFERRED
                   ADD 1 TO WS-ORIG-ACK-DEFERRED (WS-ORIG-IDX)
               ELSE
                   ADD 1 TO WS-ORIG-ACK-BATCHES (WS-ORIG-IDX)
                   ADD ACK-ACCEPT-COUNT
                       TO WS-ORIG-ACK-ACCEPTS (WS-ORIG-IDX)
                   ADD ACK-REJECT-COUNT
                       TO WS-ORIG-ACK-REJECTS (WS-ORIG-IDX)
                   ADD ACK-BATCH-TOTAL
                       TO WS-ORIG-ACK-TOTAL (WS-ORIG-IDX)
                   PERFORM 1230-ADD-BATCH-ENTRY
               END-IF
           END-IF.

       1230-ADD-BATCH-ENTRY.
           IF WS-BATCH-COUNT < 1000
               ADD 1 TO WS-BATCH-COUNT
               SET WS-BATCH-IDX TO WS-BATCH-COUNT
               IF ACK-CYCLE IS NUMERIC AND ACK-CYCLE > ZERO
                   MOVE ACK-CYCLE TO WS-BATCH-CYCLE (WS-BATCH-IDX)
               ELSE
                   MOVE 1 TO WS-BATCH-CYCLE (WS-BATCH-IDX)
               END-IF
               MOVE ACK-BATCH-NO TO WS-BATCH-NO (WS-BATCH-IDX)
               MOVE ACK-ORIGINATOR-CODE TO WS-BATCH-ORIG (WS-BATCH-IDX)
           ELSE
               DISPLAY "SOMASTMT: BATCH TABLE FULL, BATCH "
                   ACK-BATCH-NO " DROPPED"
           END-IF.

       1300-LOAD-REJECT-ORIGINATORS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM 1310-READ-REJECT-REC
               PERFORM 1320-NOTE-REJECT-ORIGINATOR UNTIL WS-EOF
               CLOSE REJECT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1310-READ-REJECT-REC.
           READ REJECT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1320-NOTE-REJECT-ORIGINATOR.
           MOVE RJ-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           PERFORM 1500-FIND-OR-ADD-ORIGINATOR
           PERFORM 1310-READ-REJECT-REC.

       1400-LOAD-HOLD-ORIGINATORS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM 1410-READ-HOLD-REC
               PERFORM 1420-NOTE-HOLD-ORIGINATOR UNTIL WS-EOF
               CLOSE HOLD-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1410-READ-HOLD-REC.
           READ HOLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1420-NOTE-HOLD-ORIGINATOR.
           MOVE HD-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           PERFORM 1500-FIND-OR-ADD-ORIGINATOR
           PERFORM 1410-READ-HOLD-REC.

       1450-LOAD-DROP-ORIGINATORS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DROP-FILE
           IF WS-DROP-FILE-STATUS = "00"
               PERFORM 1460-READ-DROP-REC
               PERFORM 1470-NOTE-DROP-ORIGINATOR UNTIL WS-EOF
               CLOSE DROP-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1460-READ-DROP-REC.
           READ DROP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1470-NOTE-DROP-ORIGINATOR.
           MOVE DR-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           PERFORM 1500-FIND-OR-ADD-ORIGINATOR
           PERFORM 1460-READ-DROP-REC.

       1500-FIND-OR-ADD-ORIGINATOR.
           IF WS-LOOKUP-ORIG = SPACES
               MOVE "???" TO WS-LOOKUP-ORIG
           END-IF
           MOVE ZERO TO WS-ORIG-MATCH-IX
           PERFORM 1510-CHECK-ORIG-ENTRY
               VARYING WS-ORIG-IX FROM 1 BY 1
               UNTIL WS-ORIG-IX > WS-ORIG-COUNT
                   OR WS-ORIG-MATCH-IX > ZERO
           IF WS-ORIG-MATCH-IX = ZERO
               IF WS-ORIG-COUNT < 100
                   ADD 1 TO WS-ORIG-COUNT
                   MOVE WS-ORIG-COUNT TO WS-ORIG-MATCH-IX
                   SET WS-ORIG-IDX TO WS-ORIG-COUNT
                   MOVE WS-LOOKUP-ORIG TO WS-ORIG-CODE (WS-ORIG-IDX)
                   MOVE ZERO TO WS-ORIG-ACK-BATCHES (WS-ORIG-IDX)
                       WS-ORIG-ACK-DEFERRED (WS-ORIG-IDX)
                       WS-ORIG-ACK-ACCEPTS (WS-ORIG-IDX)
                       WS-ORIG-ACK-REJECTS (WS-ORIG-IDX)
                       WS-ORIG-ACK-TOTAL (WS-ORIG-IDX)
                       WS-ORIG-POSTED (WS-ORIG-IDX)
                       WS-ORIG-REJECTED (WS-ORIG-IDX)
                       WS-ORIG-DUPLICATES (WS-ORIG-IDX)
                       WS-ORIG-HELD (WS-ORIG-IDX)
                       WS-ORIG-DROPPED (WS-ORIG-IDX)
                       WS-ORIG-BASE-TOTAL (WS-ORIG-IDX)
               ELSE
                   DISPLAY "SOMASTMT: ORIGINATOR TABLE FULL, "
                       WS-LOOKUP-ORIG " GETS NO STATEMENT"
               END-IF
           END-IF.

       1510-CHECK-ORIG-ENTRY.
           IF WS-ORIG-CODE (WS-ORIG-IX) = WS-LOOKUP-ORIG
               MOVE WS-ORIG-IX TO WS-ORIG-MATCH-IX
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMASTMT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * ONE STATEMENT: AN ORIGINATOR HEADER ROW OPENS THE SECTION,
      * THEN THE DAY'S FILES ARE READ THROUGH FOR ITS ROWS - POSTINGS
      * FIRST, THEN REJECTS AND DUPLICATES, THEN EDIT REJECTS, THEN
      * HOLDS - AND THE
      * TOTAL ROWS CLOSE IT.
      ******************************************************************
       2000-WRITE-ONE-STATEMENT.
           SET WS-ORIG-IDX TO WS-STMT-IX
           IF WS-STMT-OPEN
               PERFORM 2050-WRITE-ORIGINATOR-HEADER
               PERFORM 2100-WRITE-COLUMN-HEADINGS
               PERFORM 2200-WRITE-POSTED-ROWS
               PERFORM 2300-WRITE-REJECT-ROWS
               PERFORM 2350-WRITE-DROP-ROWS
               PERFORM 2400-WRITE-HOLD-ROWS
               PERFORM 2500-WRITE-TOTAL-ROWS
               ADD 1 TO WS-STMT-WRITTEN
               PERFORM 2600-REPORT-STATEMENT
           ELSE
               ADD 1 TO WS-STMT-FAILED
           END-IF.

      ******************************************************************
      * THE HEADER ROW THE FILE IS SPLIT ON: ORIGINATOR, THE CODE AND
      * THE BUSINESS DATE.
      ******************************************************************
       2050-WRITE-ORIGINATOR-HEADER.
           PERFORM 8000-START-ROW
           MOVE "ORIGINATOR" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-ORIG-CODE (WS-ORIG-IDX) TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-RUN-DATE TO WS-CSV-FIELD
           PERFORM 8300-APPEND-LAST-FIELD
           PERFORM 8900-WRITE-ROW.

       2100-WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO STATEMENT-RECORD
           STRING "TRACE ID,NUM1,NUM2,OPERATION,CURRENCY,RESULT,"
                   DELIMITED BY SIZE
               "BASE RESULT,REASON CODE,REASON,DISPOSITION"
                   DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD.

       2200-WRITE-POSTED-ROWS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               PERFORM 2210-READ-EXTRACT
               PERFORM 2220-CHECK-EXTRACT-REC UNTIL WS-EOF
               CLOSE EXTRACT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2210-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2220-CHECK-EXTRACT-REC.
           IF EX-IS-DETAIL
               PERFORM 2700-FIND-BATCH-ORIGINATOR
               IF WS-BATCH-MATCH-IX > ZERO
                   IF WS-BATCH-ORIG (WS-BATCH-MATCH-IX)
                       = WS-ORIG-CODE (WS-ORIG-IDX)
                       PERFORM 2230-WRITE-POSTED-ROW
                   END-IF
               END-IF
           END-IF
           PERFORM 2210-READ-EXTRACT.

       2230-WRITE-POSTED-ROW.
           ADD 1 TO WS-ORIG-POSTED (WS-ORIG-IDX)
           ADD EX-BASE-RESULT TO WS-ORIG-BASE-TOTAL (WS-ORIG-IDX)
           PERFORM 8000-START-ROW
           MOVE EX-TRACE-ID TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE EX-NUM1 TO WS-CSV-AMOUNT
           PERFORM 8200-APPEND-AMOUNT
           MOVE EX-NUM2 TO WS-CSV-AMOUNT
           PERFORM 8200-APPEND-AMOUNT
           MOVE EX-OP-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE EX-CURRENCY-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE EX-RESULT TO WS-CSV-AMOUNT
           PERFORM 8200-APPEND-AMOUNT
           MOVE EX-BASE-RESULT TO WS-CSV-AMOUNT
           PERFORM 8200-APPEND-AMOUNT
           MOVE SPACES TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE "POSTED" TO WS-CSV-FIELD
           PERFORM 8300-APPEND-LAST-FIELD
           PERFORM 8900-WRITE-ROW.

      ******************************************************************
      * A SUSPECTED DUPLICATE IS A REJECT ON SOMAACK (E005) BUT THE
      * DESK NEEDS TO SEE IT APART FROM A REAL EDIT FAILURE.
      ******************************************************************
       2300-WRITE-REJECT-ROWS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM 1310-READ-REJECT-REC
               PERFORM 2310-CHECK-REJECT-REC UNTIL WS-EOF
               CLOSE REJECT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2310-CHECK-REJECT-REC.
           MOVE RJ-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           IF WS-LOOKUP-ORIG = SPACES
               MOVE "???" TO WS-LOOKUP-ORIG
           END-IF
           IF WS-LOOKUP-ORIG = WS-ORIG-CODE (WS-ORIG-IDX)
               PERFORM 2320-WRITE-REJECT-ROW
           END-IF
           PERFORM 1310-READ-REJECT-REC.

       2320-WRITE-REJECT-ROW.
           PERFORM 8000-START-ROW
           MOVE RJ-TRACE-ID TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE RJ-NUM1 TO WS-CSV-AMOUNT
           PERFORM 8200-APPEND-AMOUNT
           MOVE RJ-NUM2 TO WS-CSV-AMOUNT
           PERFORM 8200-APPEND-AMOUNT
           MOVE RJ-OP-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE RJ-CURRENCY-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE SPACES TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE RJ-REASON-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE RJ-REASON-TEXT TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           IF RJ-REASON-CODE = "E005"
               ADD 1 TO WS-ORIG-DUPLICATES (WS-ORIG-IDX)
               MOVE "DUPLICATE" TO WS-CSV-FIELD
           ELSE
               ADD 1 TO WS-ORIG-REJECTED (WS-ORIG-IDX)
               MOVE "REJECTED" TO WS-CSV-FIELD
           END-IF
           PERFORM 8300-APPEND-LAST-FIELD
           PERFORM 8900-WRITE-ROW.

      ******************************************************************
      * A DETAIL THE EDIT DROPPED NEVER REACHED POSTING, SO SOMAACK
      * DOES NOT COUNT IT; THE DESK STILL SEES IT AS REJECTED, WITH
      * THE EDIT'S REASON. AN AMOUNT THAT IS NOT A NUMBER IS SHOWN AS
      * IT WAS SUBMITTED.
      ******************************************************************
       2350-WRITE-DROP-ROWS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DROP-FILE
           IF WS-DROP-FILE-STATUS = "00"
               PERFORM 1460-READ-DROP-REC
               PERFORM 2360-CHECK-DROP-REC UNTIL WS-EOF
               CLOSE DROP-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2360-CHECK-DROP-REC.
           MOVE DR-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           IF WS-LOOKUP-ORIG = SPACES
               MOVE "???" TO WS-LOOKUP-ORIG
           END-IF
           IF WS-LOOKUP-ORIG = WS-ORIG-CODE (WS-ORIG-IDX)
               PERFORM 2370-WRITE-DROP-ROW
           END-IF
           PERFORM 1460-READ-DROP-REC.

       2370-WRITE-DROP-ROW.
           ADD 1 TO WS-ORIG-DROPPED (WS-ORIG-IDX)
           PERFORM 8000-START-ROW
           MOVE DR-TRACE-ID TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           IF DR-NUM1 IS NUMERIC
               MOVE DR-NUM1 TO WS-CSV-AMOUNT
               PERFORM 8200-APPEND-AMOUNT
           ELSE
               MOVE DR-NUM1-X TO WS-CSV-FIELD
               PERFORM 8100-APPEND-FIELD
           END-IF
           IF DR-NUM2 IS NUMERIC
               MOVE DR-NUM2 TO WS-CSV-AMOUNT
               PERFORM 8200-APPEND-AMOUNT
           ELSE
               MOVE DR-NUM2-X TO WS-CSV-FIELD
               PERFORM 8100-APPEND-FIELD
           END-IF
           MOVE DR-OP-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE DR-CURRENCY-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE SPACES TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE DR-REASON-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE DR-REASON-TEXT TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE "REJECTED" TO WS-CSV-FIELD
           PERFORM 8300-APPEND-LAST-FIELD
           PERFORM 8900-WRITE-ROW.

       2400-WRITE-HOLD-ROWS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM 1410-READ-HOLD-REC
               PERFORM 2410-CHECK-HOLD-REC UNTIL WS-EOF
               CLOSE HOLD-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2410-CHECK-HOLD-REC.
           MOVE HD-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           IF WS-LOOKUP-ORIG = SPACES
               MOVE "???" TO WS-LOOKUP-ORIG
           END-IF
           IF WS-LOOKUP-ORIG = WS-ORIG-CODE (WS-ORIG-IDX)
               PERFORM 2420-WRITE-HOLD-ROW
           END-IF
           PERFORM 1410-READ-HOLD-REC.

       2420-WRITE-HOLD-ROW.
           ADD 1 TO WS-ORIG-HELD (WS-ORIG-IDX)
           PERFORM 8000-START-ROW
           MOVE HD-TRACE-ID TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE HD-NUM1 TO WS-CSV-AMOUNT
           PERFORM 8200-APPEND-AMOUNT
           MOVE HD-NUM2 TO WS-CSV-AMOUNT
           PERFORM 8200-APPEND-AMOUNT
           MOVE HD-OP-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE HD-CURRENCY-CODE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE SPACES TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           PERFORM 8100-APPEND-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE HD-LIMIT-AMOUNT TO WS-CSV-LIMIT-ED
           MOVE ZERO TO WS-CSV-LEAD
           INSPECT WS-CSV-LIMIT-ED TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-CSV-FIELD
           STRING "OVER AUTHORIZATION LIMIT " DELIMITED BY SIZE
               WS-CSV-LIMIT-ED (WS-CSV-LEAD + 1:) DELIMITED BY SIZE
               INTO WS-CSV-FIELD
           END-STRING
           PERFORM 8100-APPEND-FIELD
           MOVE "HELD" TO WS-CSV-FIELD
           PERFORM 8300-APPEND-LAST-FIELD
           PERFORM 8900-WRITE-ROW.

      ******************************************************************
      * THE TOTAL ROWS SET WHAT THE STATEMENT CARRIES BESIDE WHAT
      * SOMAACK TOLD THE DESK: POSTED AGAINST ACCEPTED, REJECTED PLUS
      * DUPLICATE AGAINST REJECTED, POSTED BASE AMOUNT AGAINST THE
      * BATCH TOTALS. HOLDS, EDIT REJECTS AND DEFERRED BATCHES ARE ON
      * NEITHER SIDE OF THE TIE AND ARE SHOWN FOR INFORMATION.
      ******************************************************************
       2500-WRITE-TOTAL-ROWS.
           SET WS-TIES TO TRUE
           IF WS-ORIG-POSTED (WS-ORIG-IDX)
               NOT = WS-ORIG-ACK-ACCEPTS (WS-ORIG-IDX)
               OR WS-ORIG-REJECTED (WS-ORIG-IDX)
                  + WS-ORIG-DUPLICATES (WS-ORIG-IDX)
                  NOT = WS-ORIG-ACK-REJECTS (WS-ORIG-IDX)
               OR WS-ORIG-BASE-TOTAL (WS-ORIG-IDX)
                  NOT = WS-ORIG-ACK-TOTAL (WS-ORIG-IDX)
               MOVE "N" TO WS-TIES-SW
           END-IF
           MOVE "POSTED" TO WS-CSV-FIELD
           MOVE WS-ORIG-POSTED (WS-ORIG-IDX) TO WS-CSV-COUNT
           PERFORM 2510-START-TOTAL-ROW
           MOVE "SOMAACK ACCEPTED" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-ORIG-ACK-ACCEPTS (WS-ORIG-IDX) TO WS-CSV-COUNT
           PERFORM 8400-APPEND-LAST-COUNT
           PERFORM 8900-WRITE-ROW
           MOVE "REJECTED" TO WS-CSV-FIELD
           MOVE WS-ORIG-REJECTED (WS-ORIG-IDX) TO WS-CSV-COUNT
           PERFORM 2510-START-TOTAL-ROW
           MOVE "DUPLICATE" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-ORIG-DUPLICATES (WS-ORIG-IDX) TO WS-CSV-COUNT
           PERFORM 8500-APPEND-COUNT
           MOVE "SOMAACK REJECTED" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-ORIG-ACK-REJECTS (WS-ORIG-IDX) TO WS-CSV-COUNT
           PERFORM 8400-APPEND-LAST-COUNT
           PERFORM 8900-WRITE-ROW
           MOVE "HELD" TO WS-CSV-FIELD
           MOVE WS-ORIG-HELD (WS-ORIG-IDX) TO WS-CSV-COUNT
           PERFORM 2510-START-TOTAL-ROW
           MOVE "BATCHES DEFERRED" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-ORIG-ACK-DEFERRED (WS-ORIG-IDX) TO WS-CSV-COUNT
           PERFORM 8400-APPEND-LAST-COUNT
           PERFORM 8900-WRITE-ROW
           PERFORM 8000-START-ROW
           MOVE "TOTAL" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE "EDIT REJECTED" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-ORIG-DROPPED (WS-ORIG-IDX) TO WS-CSV-COUNT
           PERFORM 8400-APPEND-LAST-COUNT
           PERFORM 8900-WRITE-ROW
           PERFORM 8000-START-ROW
           MOVE "TOTAL" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE "POSTED BASE AMOUNT" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-ORIG-BASE-TOTAL (WS-ORIG-IDX) TO WS-CSV-AMOUNT
           PERFORM 8200-APPEND-AMOUNT
           MOVE "SOMAACK BATCH TOTAL" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-ORIG-ACK-TOTAL (WS-ORIG-IDX) TO WS-CSV-AMOUNT
           PERFORM 8250-APPEND-LAST-AMOUNT
           PERFORM 8900-WRITE-ROW
           PERFORM 8000-START-ROW
           MOVE "TOTAL" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE "STATUS" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           IF WS-TIES
               MOVE "AGREES WITH SOMAACK" TO WS-CSV-FIELD
           ELSE
               MOVE "DISAGREES WITH SOMAACK" TO WS-CSV-FIELD
           END-IF
           PERFORM 8300-APPEND-LAST-FIELD
           PERFORM 8900-WRITE-ROW.

       2510-START-TOTAL-ROW.
           MOVE WS-CSV-FIELD TO WS-CSV-LABEL
           PERFORM 8000-START-ROW
           MOVE "TOTAL" TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           MOVE WS-CSV-LABEL TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD
           PERFORM 8500-APPEND-COUNT.

       2600-REPORT-STATEMENT.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ORIG-CODE (WS-ORIG-IDX) TO REPORT-RECORD (1:3)
           MOVE WS-ORIG-POSTED (WS-ORIG-IDX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO REPORT-RECORD (5:7)
           COMPUTE WS-COUNT-ED = WS-ORIG-REJECTED (WS-ORIG-IDX)
               + WS-ORIG-DUPLICATES (WS-ORIG-IDX)
           MOVE WS-COUNT-ED TO REPORT-RECORD (14:7)
           MOVE WS-ORIG-HELD (WS-ORIG-IDX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO REPORT-RECORD (23:7)
           MOVE WS-ORIG-DROPPED (WS-ORIG-IDX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO REPORT-RECORD (32:7)
           WRITE REPORT-RECORD
           IF NOT WS-TIES
               ADD 1 TO WS-STMT-UNTIED
               MOVE SPACES TO REPORT-RECORD
               MOVE "     *** TOTALS DISAGREE WITH SOMAACK ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "STATEMENT FOR ORIGINATOR " DELIMITED BY SIZE
                   WS-ORIG-CODE (WS-ORIG-IDX) DELIMITED BY SIZE
                   " DISAGREES WITH SOMAACK" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       2700-FIND-BATCH-ORIGINATOR.
           IF EX-CYCLE IS NUMERIC AND EX-CYCLE > ZERO
               MOVE EX-CYCLE TO WS-LOOKUP-CYCLE
           ELSE
               MOVE 1 TO WS-LOOKUP-CYCLE
           END-IF
           MOVE ZERO TO WS-BATCH-MATCH-IX
           PERFORM 2710-CHECK-BATCH-ENTRY
               VARYING WS-BATCH-IX FROM 1 BY 1
               UNTIL WS-BATCH-IX > WS-BATCH-COUNT
                   OR WS-BATCH-MATCH-IX > ZERO.

       2710-CHECK-BATCH-ENTRY.
           IF WS-BATCH-NO (WS-BATCH-IX) = EX-BATCH-NO
               AND WS-BATCH-CYCLE (WS-BATCH-IX) = WS-LOOKUP-CYCLE
               MOVE WS-BATCH-IX TO WS-BATCH-MATCH-IX
           END-IF.

      ******************************************************************
      * A POSTED DETAIL WHOSE BATCH HAS NO ACKNOWLEDGMENT APPEARS ON NO
      * STATEMENT; IT IS COUNTED FOR THE RUN REPORT.
      ******************************************************************
       3000-COUNT-UNASSIGNED.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               PERFORM 2210-READ-EXTRACT
               PERFORM 3010-CHECK-ASSIGNED UNTIL WS-EOF
               CLOSE EXTRACT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       3010-CHECK-ASSIGNED.
           IF EX-IS-DETAIL
               PERFORM 2700-FIND-BATCH-ORIGINATOR
               IF WS-BATCH-MATCH-IX = ZERO
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
           END-IF
           PERFORM 2210-READ-EXTRACT.

       4000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-STMT-WRITTEN TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "STATEMENTS WRITTEN       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-STMT-UNTIED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NOT TYING TO SOMAACK     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-STMT-FAILED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NOT WRITTEN              : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ROW-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ROWS WRITTEN             : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-STALE-ACK-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ACKS FOR ANOTHER DATE    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "POSTINGS WITH NO BATCH ACK: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-UNASSIGNED-COUNT > ZERO
               MOVE "POSTINGS FOUND WITH NO BATCH ACKNOWLEDGMENT"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-STMT-WRITTEN TO WS-COUNT-ED
           STRING "ORIGINATOR STATEMENTS WRITTEN: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

      ******************************************************************
      * ROW BUILDING. A FIELD IS APPENDED WITHOUT ITS TRAILING
      * PADDING, AND AN EDITED AMOUNT OR COUNT WITHOUT ITS LEADING
      * PADDING, SO THE SPREADSHEET SEES CLEAN VALUES.
      ******************************************************************
       8000-START-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE "N" TO WS-CSV-LAST-SW.

       8100-APPEND-FIELD.
           PERFORM 8150-MEASURE-FIELD
           IF WS-CSV-LEN > ZERO
               STRING WS-CSV-FIELD (1:WS-CSV-LEN) DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           IF NOT WS-CSV-LAST-FIELD
               STRING "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

       8150-MEASURE-FIELD.
           MOVE 40 TO WS-CSV-LEN
           PERFORM 8160-BACK-OFF-ONE
               UNTIL WS-CSV-LEN = ZERO
                   OR WS-CSV-FIELD (WS-CSV-LEN:1) NOT = SPACE.

       8160-BACK-OFF-ONE.
           SUBTRACT 1 FROM WS-CSV-LEN.

       8200-APPEND-AMOUNT.
           MOVE WS-CSV-AMOUNT TO WS-CSV-AMOUNT-ED
           MOVE ZERO TO WS-CSV-LEAD
           INSPECT WS-CSV-AMOUNT-ED TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-CSV-FIELD
           MOVE WS-CSV-AMOUNT-ED (WS-CSV-LEAD + 1:) TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD.

       8250-APPEND-LAST-AMOUNT.
           SET WS-CSV-LAST-FIELD TO TRUE
           PERFORM 8200-APPEND-AMOUNT.

       8300-APPEND-LAST-FIELD.
           SET WS-CSV-LAST-FIELD TO TRUE
           PERFORM 8100-APPEND-FIELD.

       8400-APPEND-LAST-COUNT.
           SET WS-CSV-LAST-FIELD TO TRUE
           PERFORM 8500-APPEND-COUNT.

       8500-APPEND-COUNT.
           MOVE WS-CSV-COUNT TO WS-CSV-COUNT-ED
           MOVE ZERO TO WS-CSV-LEAD
           INSPECT WS-CSV-COUNT-ED TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-CSV-FIELD
           MOVE WS-CSV-COUNT-ED (WS-CSV-LEAD + 1:) TO WS-CSV-FIELD
           PERFORM 8100-APPEND-FIELD.

       8900-WRITE-ROW.
           MOVE WS-CSV-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           ADD 1 TO WS-ROW-COUNT.

       9000-FINISH.
           IF WS-STMT-OPEN
               CLOSE STATEMENT-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMASTMT: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "SOMASTMT" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-STMT-WRITTEN TO COMPL-RECORDS-PROC
           MOVE WS-STMT-UNTIED TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM SOMASTMT.
