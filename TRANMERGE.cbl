      *              batches and records went into tonight's file,
      *              and the run ends nonzero when any input is
      *              structurally broken.
      *              Each input has an agreed cutoff time held in
      *              PARMFILE. A batch that arrived after its input's
      *              cutoff is not merged tonight: it goes whole to the
      *              deferred-submissions file, the originator gets a
      *              deferral notice for SOMA to pass on through
      *              SOMAACK, and the next business day's merge writes
      *              the deferred batches to TRANIN ahead of that
      *              night's inputs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INPUT4-FILE ASSIGN TO "TRANIN4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT4-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ATTEST-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT ARRIVAL-FILE ASSIGN TO "TRANARRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-FILE-STATUS.
           SELECT DEFER-IN-FILE ASSIGN TO "TRANDEFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFER-IN-FILE-STATUS.
           SELECT DEFER-OUT-FILE ASSIGN TO "TRANDEFN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEFER-ACK-FILE ASSIGN TO "TRANDACK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGED-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "TRANMRGR"
       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  PARM-FILE.
       COPY PARMREC.

       FD  ATTEST-FILE.
       COPY ATTESTRC.

      ******************************************************************
      * THE ARRIVAL LOG: ONE LINE PER INPUT FILE RECEIVED, WRITTEN BY
      * THE FILE-TRANSFER RECEIPT WITH THE DATE AND TIME THE FILE
      * LANDED. THE LAST LINE FOR A DD NAME IS THE ONE THAT COUNTS.
      ******************************************************************
       FD  ARRIVAL-FILE.
       01  ARRIVAL-RECORD.
           05  AR-DDNAME           PIC X(08).
           05  FILLER              PIC X(01).
           05  AR-ARRIVAL-DATE     PIC 9(06).
           05  FILLER              PIC X(01).
           05  AR-ARRIVAL-TIME     PIC 9(04).

      ******************************************************************
      * THE DEFERRED-SUBMISSIONS FILE: EVERY RECORD OF A DEFERRED
      * BATCH, UNCHANGED, BEHIND THE DATE IT WAS DEFERRED, THE INPUT
      * IT CAME IN ON, ITS ORIGINATOR AND WHEN IT ARRIVED. LAST
      * NIGHT'S GENERATION IS READ, TONIGHT'S IS WRITTEN.
      ******************************************************************
       FD  DEFER-IN-FILE.
       01  DEFER-IN-RECORD.
           05  DI-DEFERRED-DATE    PIC 9(06).
           05  FILLER              PIC X(01).
           05  DI-SOURCE-DDNAME    PIC X(08).
           05  FILLER              PIC X(01).
           05  DI-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  DI-ARRIVAL-DATE     PIC 9(06).
           05  FILLER              PIC X(01).
           05  DI-ARRIVAL-TIME     PIC 9(04).
           05  FILLER              PIC X(01).
           05  DI-TRAN-IMAGE       PIC X(80).

       FD  DEFER-OUT-FILE.
       01  DEFER-OUT-RECORD.
           05  DO-DEFERRED-DATE    PIC 9(06).
           05  FILLER              PIC X(01).
           05  DO-SOURCE-DDNAME    PIC X(08).
           05  FILLER              PIC X(01).
           05  DO-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  DO-ARRIVAL-DATE     PIC 9(06).
           05  FILLER              PIC X(01).
           05  DO-ARRIVAL-TIME     PIC 9(04).
           05  FILLER              PIC X(01).
           05  DO-TRAN-IMAGE       PIC X(80).

      ******************************************************************
      * DEFERRAL NOTICES, ONE PER DEFERRED BATCH, IN THE SOMAACK
      * LAYOUT WITH DISPOSITION "D" - SOMA COPIES TONIGHT'S NOTICES
      * ONTO THE ACKNOWLEDGMENT FILE AHEAD OF THE POSTED BATCHES.
      ******************************************************************
       FD  DEFER-ACK-FILE.
       01  DEFER-ACK-RECORD.
           05  DA-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  DA-BATCH-NO         PIC 9(04).
           05  FILLER              PIC X(01).
           05  DA-ACCEPT-COUNT     PIC 9(07).
           05  FILLER              PIC X(01).
           05  DA-REJECT-COUNT     PIC 9(07).
           05  FILLER              PIC X(01).
           05  DA-BATCH-TOTAL      PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  DA-BALANCE-SW       PIC X(01).
           05  FILLER              PIC X(01).
           05  DA-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  DA-CYCLE            PIC 9(01).
           05  FILLER              PIC X(01).
           05  DA-DISPOSITION      PIC X(01).

       FD  INPUT1-FILE.
       01  INPUT1-RECORD           PIC X(80).


       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-PARM-FILE-STATUS     PIC X(02).
       01  WS-ATTEST-FILE-STATUS   PIC X(02).
       01  WS-ARRIVAL-FILE-STATUS  PIC X(02).
       01  WS-DEFER-IN-FILE-STATUS PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-INPUT1-FILE-STATUS   PIC X(02).
           05  WS-INPUT2-FILE-STATUS   PIC X(02).
               88  WS-FILE-BROKEN             VALUE "Y".
           05  WS-ANY-BROKEN-SW    PIC X(01) VALUE "N".
               88  WS-ANY-BROKEN              VALUE "Y".
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-BATCH-LATE-SW    PIC X(01) VALUE "N".
               88  WS-BATCH-LATE              VALUE "Y".
           05  WS-RELEASE-SW       PIC X(01) VALUE "N".
               88  WS-RELEASING               VALUE "Y".

      ******************************************************************
      * CUTOFF PER INPUT AS HHMM; ZERO MEANS THAT INPUT HAS NO CUTOFF.
      * THE ARRIVAL DATE AND TIME PER INPUT COME FROM THE ARRIVAL LOG.
      ******************************************************************
       01  WS-CUTOFF-TABLE.
           05  WS-CUTOFF-ENTRY OCCURS 4 TIMES.
               10  WS-CUTOFF-TIME      PIC 9(04) VALUE ZERO.
               10  WS-SRC-OF-CUTOFF    PIC X(01) VALUE "D".
               10  WS-FILE-ARRIVAL-DATE PIC 9(06) VALUE ZERO.
               10  WS-FILE-ARRIVAL-TIME PIC 9(04) VALUE ZERO.
       01  WS-CUTOFF-SUB           PIC 9(01) VALUE ZERO.
       01  WS-CUTOFF-NAME          PIC X(15) VALUE SPACES.

       01  WS-CURRENT-INPUT        PIC 9(01) VALUE ZERO.
       01  WS-CURRENT-DDNAME       PIC X(08) VALUE SPACES.
               88  WS-TR-IS-DETAIL          VALUE "DTL".
               88  WS-TR-IS-TRAILER         VALUE "TRL".
           05  FILLER              PIC X(77).
      ******************************************************************
      * A HEADER MAY CARRY ITS OWN SUBMISSION STAMP IN COLUMNS 25-34;
      * WHEN IT DOES THE BATCH IS TIMED BY THAT STAMP RATHER THAN BY
      * THE ARRIVAL OF THE FILE IT CAME IN.
      ******************************************************************
       01  WS-TRAN-HEADER REDEFINES WS-TRAN-IMAGE.
           05  FILLER              PIC X(03).
           05  WS-TH-EXPECTED-COUNT PIC X(07).
           05  WS-TH-ORIGINATOR-CODE PIC X(03).
           05  WS-TH-HEADER-AMOUNT PIC S9(9)V99.
           05  WS-TH-ARRIVAL-DATE  PIC 9(06).
           05  WS-TH-ARRIVAL-TIME  PIC 9(04).
           05  FILLER              PIC X(46).

       01  WS-BATCH-TIMING.
           05  WS-BATCH-ORIGINATOR PIC X(03) VALUE SPACES.
           05  WS-BATCH-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05  WS-BATCH-ARRIVAL-DATE PIC 9(06) VALUE ZERO.
           05  WS-BATCH-ARRIVAL-TIME PIC 9(04) VALUE ZERO.

       01  WS-BATCH-HOLD.
           05  WS-HOLD-COUNT       PIC 9(04) VALUE ZERO.
           05  WS-BROKEN-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-BATCH-OUT-COUNT  PIC 9(04) VALUE ZERO.
           05  WS-RECORD-OUT-COUNT PIC 9(07) VALUE ZERO.
           05  WS-DEFER-BATCH-COUNT PIC 9(04) VALUE ZERO.
           05  WS-DEFER-RECORD-COUNT PIC 9(07) VALUE ZERO.
           05  WS-RELEASED-BATCH-COUNT PIC 9(04) VALUE ZERO.
           05  WS-RELEASED-RECORD-COUNT PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-TIME-ED          PIC 9(04).

      ******************************************************************
      * TONIGHT'S DEFERRALS, KEPT FOR THE DEFERRED SECTION OF THE
      * MERGE REPORT.
      ******************************************************************
       01  WS-DEFER-LIST.
           05  WS-DEFER-LIST-COUNT PIC 9(04) VALUE ZERO.
           05  WS-DEFER-LIST-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DEFER-IDX.
               10  WS-DL-DDNAME        PIC X(08).
               10  WS-DL-ORIGINATOR    PIC X(03).
               10  WS-DL-ARRIVAL-DATE  PIC 9(06).
               10  WS-DL-ARRIVAL-TIME  PIC 9(04).
               10  WS-DL-CUTOFF-TIME   PIC 9(04).
               10  WS-DL-RECORD-COUNT  PIC 9(04).

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-RELEASE-DEFERRED
           PERFORM 2000-MERGE-ONE-INPUT
               VARYING WS-CURRENT-INPUT FROM 1 BY 1
               UNTIL WS-CURRENT-INPUT > 4
           PERFORM 2800-WRITE-DEFER-SECTION
           PERFORM 3000-WRITE-TOTALS
           PERFORM 3900-SET-RETURN-CODE
           PERFORM 3950-WRITE-COMPLETION
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-READ-PARM
           PERFORM 1190-WRITE-ATTESTATION
           PERFORM 1200-READ-ARRIVAL-LOG
           OPEN OUTPUT MERGED-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT DEFER-OUT-FILE
           OPEN OUTPUT DEFER-ACK-FILE
           MOVE "TRANSACTION FILE MERGE REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
               CLOSE BUSDATE-FILE
           END-IF.

      ******************************************************************
      * CUTOFF1 THROUGH CUTOFF4 ARE THE AGREED CUTOFF TIMES (HHMM) FOR
      * TRANIN1 THROUGH TRANIN4. AN INPUT WITH NO CUTOFF, OR ONE THAT
      * IS NOT A VALID TIME OF DAY, TAKES EVERYTHING AS BEFORE.
      ******************************************************************
       1100-READ-PARM.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1110-READ-PARM-REC
               PERFORM 1120-CHECK-PARM-REC UNTIL WS-EOF
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-PARM-REC.
           READ PARM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-CHECK-PARM-REC.
           IF (PARM-EFF-DATE IS NOT NUMERIC
               OR PARM-EFF-DATE <= WS-RUN-DATE)
               AND PARM-PROGRAM-ID = "TRANMRGE"
               IF PARM-NAME = "CUTOFF1"
                   MOVE 1 TO WS-CUTOFF-SUB
                   PERFORM 1130-TAKE-CUTOFF
               END-IF
               IF PARM-NAME = "CUTOFF2"
                   MOVE 2 TO WS-CUTOFF-SUB
                   PERFORM 1130-TAKE-CUTOFF
               END-IF
               IF PARM-NAME = "CUTOFF3"
                   MOVE 3 TO WS-CUTOFF-SUB
                   PERFORM 1130-TAKE-CUTOFF
               END-IF
               IF PARM-NAME = "CUTOFF4"
                   MOVE 4 TO WS-CUTOFF-SUB
                   PERFORM 1130-TAKE-CUTOFF
               END-IF
           END-IF
           PERFORM 1110-READ-PARM-REC.

       1130-TAKE-CUTOFF.
           MOVE PARM-VALUE TO WS-TIME-ED
           IF PARM-VALUE > ZERO AND PARM-VALUE < 2400
               AND WS-TIME-ED (3:2) < "60"
               MOVE PARM-VALUE TO WS-CUTOFF-TIME (WS-CUTOFF-SUB)
           ELSE
               MOVE ZERO TO WS-CUTOFF-TIME (WS-CUTOFF-SUB)
           END-IF
           MOVE "P" TO WS-SRC-OF-CUTOFF (WS-CUTOFF-SUB).

      ******************************************************************
      * ATTEST THE CUTOFFS THIS RUN WILL ACTUALLY USE AND WHERE EACH
      * CAME FROM, AS EVERY PARAMETER READER DOES.
      ******************************************************************
       1190-WRITE-ATTESTATION.
           OPEN EXTEND ATTEST-FILE
           IF WS-ATTEST-FILE-STATUS NOT = "00"
               OPEN OUTPUT ATTEST-FILE
           END-IF
           PERFORM 1195-WRITE-ONE-ATTEST
               VARYING WS-CUTOFF-SUB FROM 1 BY 1
               UNTIL WS-CUTOFF-SUB > 4
           CLOSE ATTEST-FILE.

       1195-WRITE-ONE-ATTEST.
           MOVE SPACES TO WS-CUTOFF-NAME
           STRING "CUTOFF" DELIMITED BY SIZE
               WS-CUTOFF-SUB DELIMITED BY SIZE
               INTO WS-CUTOFF-NAME
           END-STRING
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "TRANMRGE" TO ATT-PROGRAM-ID
           MOVE WS-CUTOFF-NAME TO ATT-PARM-NAME
           MOVE WS-CUTOFF-TIME (WS-CUTOFF-SUB) TO ATT-VALUE-USED
           MOVE WS-SRC-OF-CUTOFF (WS-CUTOFF-SUB) TO ATT-SOURCE
           WRITE ATTEST-RECORD.

      ******************************************************************
      * WHEN EACH INPUT FILE LANDED. AN INPUT WITH NO ARRIVAL LINE IS
      * TIMED ONLY BY ANY STAMP ON ITS HEADERS, AND A BATCH WITH
      * NEITHER IS TAKEN AS ON TIME.
      ******************************************************************
       1200-READ-ARRIVAL-LOG.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ARRIVAL-FILE
           IF WS-ARRIVAL-FILE-STATUS = "00"
               PERFORM 1210-READ-ARRIVAL-REC
               PERFORM 1220-TAKE-ARRIVAL UNTIL WS-EOF
               CLOSE ARRIVAL-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-ARRIVAL-REC.
           READ ARRIVAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-TAKE-ARRIVAL.
           MOVE ZERO TO WS-CUTOFF-SUB
           EVALUATE AR-DDNAME
               WHEN "TRANIN1"
                   MOVE 1 TO WS-CUTOFF-SUB
               WHEN "TRANIN2"
                   MOVE 2 TO WS-CUTOFF-SUB
               WHEN "TRANIN3"
                   MOVE 3 TO WS-CUTOFF-SUB
               WHEN "TRANIN4"
                   MOVE 4 TO WS-CUTOFF-SUB
           END-EVALUATE
           IF WS-CUTOFF-SUB > ZERO
               AND AR-ARRIVAL-DATE IS NUMERIC
               AND AR-ARRIVAL-TIME IS NUMERIC
               MOVE AR-ARRIVAL-DATE
                   TO WS-FILE-ARRIVAL-DATE (WS-CUTOFF-SUB)
               MOVE AR-ARRIVAL-TIME
                   TO WS-FILE-ARRIVAL-TIME (WS-CUTOFF-SUB)
           END-IF
           PERFORM 1210-READ-ARRIVAL-REC.

      ******************************************************************
      * BATCHES DEFERRED ON AN EARLIER BUSINESS DAY GO TO TRANIN FIRST,
      * AHEAD OF TONIGHT'S INPUTS. ANYTHING ON THE OLD GENERATION
      * DEFERRED UNDER TONIGHT'S DATE CAME FROM A FIRST ATTEMPT AT
      * THIS NIGHT'S MERGE AND IS DROPPED - TONIGHT'S INPUTS DEFER IT
      * AGAIN - AND ANYTHING DATED LATER IS CARRIED FORWARD UNCHANGED.
      ******************************************************************
       1500-RELEASE-DEFERRED.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-RELEASE-SW
           OPEN INPUT DEFER-IN-FILE
           IF WS-DEFER-IN-FILE-STATUS = "00"
               PERFORM 1510-READ-DEFERRED
               PERFORM 1520-RELEASE-ONE-DEFERRED UNTIL WS-EOF
               CLOSE DEFER-IN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           IF WS-RELEASED-BATCH-COUNT > ZERO
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       1510-READ-DEFERRED.
           READ DEFER-IN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1520-RELEASE-ONE-DEFERRED.
           EVALUATE TRUE
               WHEN DI-DEFERRED-DATE IS NOT NUMERIC
                   CONTINUE
               WHEN DI-DEFERRED-DATE < WS-RUN-DATE
                   MOVE DI-TRAN-IMAGE TO WS-TRAN-IMAGE
                   IF WS-TR-IS-HEADER
                       PERFORM 1530-WRITE-RELEASED-LINE
                   END-IF
                   MOVE DI-TRAN-IMAGE TO MERGED-RECORD
                   WRITE MERGED-RECORD
                   ADD 1 TO WS-RECORD-OUT-COUNT
                   ADD 1 TO WS-RELEASED-RECORD-COUNT
               WHEN DI-DEFERRED-DATE > WS-RUN-DATE
                   MOVE DEFER-IN-RECORD TO DEFER-OUT-RECORD
                   WRITE DEFER-OUT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1510-READ-DEFERRED.

       1530-WRITE-RELEASED-LINE.
           IF NOT WS-RELEASING
               SET WS-RELEASING TO TRUE
               MOVE "DEFERRED BATCHES RELEASED AHEAD OF THE INPUTS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           ADD 1 TO WS-RELEASED-BATCH-COUNT
           ADD 1 TO WS-BATCH-OUT-COUNT
           MOVE DI-ARRIVAL-TIME TO WS-TIME-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               DI-SOURCE-DDNAME DELIMITED BY SIZE
               " ORIG " DELIMITED BY SIZE
               DI-ORIGINATOR-CODE DELIMITED BY SIZE
               "  DEFERRED " DELIMITED BY SIZE
               DI-DEFERRED-DATE DELIMITED BY SIZE
               "  ARRIVED " DELIMITED BY SIZE
               DI-ARRIVAL-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIME-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                   WS-CURRENT-DDNAME
               SET WS-FILE-BROKEN TO TRUE
           ELSE
               PERFORM 2330-TIME-BATCH
               PERFORM 2310-HOLD-RECORD
               PERFORM 2100-READ-CURRENT
               PERFORM 2320-HOLD-DETAIL
                       OR WS-TR-IS-HEADER OR WS-FILE-BROKEN
               IF WS-TR-IS-TRAILER AND NOT WS-FILE-BROKEN
                   PERFORM 2310-HOLD-RECORD
                   IF WS-BATCH-LATE
                       PERFORM 2450-DEFER-BATCH
                   ELSE
                       PERFORM 2400-RELEASE-BATCH
                   END-IF
                   PERFORM 2100-READ-CURRENT
               ELSE
                   IF NOT WS-FILE-BROKEN
               PERFORM 2100-READ-CURRENT
           END-IF.

      ******************************************************************
      * A BATCH IS LATE WHEN IT ARRIVED AFTER ITS INPUT'S CUTOFF ON THE
      * BUSINESS DATE, OR ON ANY LATER DATE. THE HEADER'S OWN STAMP
      * WINS OVER THE FILE'S ARRIVAL TIME WHEN IT HAS ONE.
      ******************************************************************
       2330-TIME-BATCH.
           MOVE "N" TO WS-BATCH-LATE-SW
           MOVE WS-TH-ORIGINATOR-CODE TO WS-BATCH-ORIGINATOR
           MOVE ZERO TO WS-BATCH-AMOUNT
           IF WS-TH-HEADER-AMOUNT IS NUMERIC
               MOVE WS-TH-HEADER-AMOUNT TO WS-BATCH-AMOUNT
           END-IF
           IF WS-TH-ARRIVAL-DATE IS NUMERIC
               AND WS-TH-ARRIVAL-DATE > ZERO
               AND WS-TH-ARRIVAL-TIME IS NUMERIC
               MOVE WS-TH-ARRIVAL-DATE TO WS-BATCH-ARRIVAL-DATE
               MOVE WS-TH-ARRIVAL-TIME TO WS-BATCH-ARRIVAL-TIME
           ELSE
               MOVE WS-FILE-ARRIVAL-DATE (WS-CURRENT-INPUT)
                   TO WS-BATCH-ARRIVAL-DATE
               MOVE WS-FILE-ARRIVAL-TIME (WS-CURRENT-INPUT)
                   TO WS-BATCH-ARRIVAL-TIME
           END-IF
           IF WS-CUTOFF-TIME (WS-CURRENT-INPUT) > ZERO
               AND WS-BATCH-ARRIVAL-DATE > ZERO
               IF WS-BATCH-ARRIVAL-DATE > WS-RUN-DATE
                   SET WS-BATCH-LATE TO TRUE
               END-IF
               IF WS-BATCH-ARRIVAL-DATE = WS-RUN-DATE
                   AND WS-BATCH-ARRIVAL-TIME >
                       WS-CUTOFF-TIME (WS-CURRENT-INPUT)
                   SET WS-BATCH-LATE TO TRUE
               END-IF
           END-IF.

       2400-RELEASE-BATCH.
           ADD 1 TO WS-FILE-BATCH-COUNT
           ADD 1 TO WS-BATCH-OUT-COUNT
           WRITE MERGED-RECORD
           ADD 1 TO WS-RECORD-OUT-COUNT.

      ******************************************************************
      * A LATE BATCH GOES WHOLE TO THE DEFERRED-SUBMISSIONS FILE FOR
      * THE NEXT BUSINESS DAY, AND ITS ORIGINATOR IS TOLD IT WAS
      * DEFERRED, NOT POSTED.
      ******************************************************************
       2450-DEFER-BATCH.
           ADD 1 TO WS-DEFER-BATCH-COUNT
           PERFORM 2460-DEFER-ONE-RECORD
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           MOVE SPACES TO DEFER-ACK-RECORD
           MOVE WS-RUN-DATE TO DA-RUN-DATE
           MOVE ZERO TO DA-BATCH-NO
           MOVE ZERO TO DA-ACCEPT-COUNT
           MOVE ZERO TO DA-REJECT-COUNT
           MOVE WS-BATCH-AMOUNT TO DA-BATCH-TOTAL
           MOVE WS-BATCH-ORIGINATOR TO DA-ORIGINATOR-CODE
           MOVE ZERO TO DA-CYCLE
           MOVE "D" TO DA-DISPOSITION
           WRITE DEFER-ACK-RECORD
           IF WS-DEFER-LIST-COUNT < 500
               ADD 1 TO WS-DEFER-LIST-COUNT
               SET WS-DEFER-IDX TO WS-DEFER-LIST-COUNT
               MOVE WS-CURRENT-DDNAME TO WS-DL-DDNAME (WS-DEFER-IDX)
               MOVE WS-BATCH-ORIGINATOR
                   TO WS-DL-ORIGINATOR (WS-DEFER-IDX)
               MOVE WS-BATCH-ARRIVAL-DATE
                   TO WS-DL-ARRIVAL-DATE (WS-DEFER-IDX)
               MOVE WS-BATCH-ARRIVAL-TIME
                   TO WS-DL-ARRIVAL-TIME (WS-DEFER-IDX)
               MOVE WS-CUTOFF-TIME (WS-CURRENT-INPUT)
                   TO WS-DL-CUTOFF-TIME (WS-DEFER-IDX)
               MOVE WS-HOLD-COUNT TO WS-DL-RECORD-COUNT (WS-DEFER-IDX)
           END-IF
           MOVE WS-BATCH-ARRIVAL-TIME TO WS-TIME-ED
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "BATCH DEFERRED PAST CUTOFF - " DELIMITED BY SIZE
               WS-CURRENT-DDNAME DELIMITED BY SPACE
               " ORIG " DELIMITED BY SIZE
               WS-BATCH-ORIGINATOR DELIMITED BY SIZE
               " ARRIVED " DELIMITED BY SIZE
               WS-TIME-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           MOVE "W" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG.

       2460-DEFER-ONE-RECORD.
           MOVE SPACES TO DEFER-OUT-RECORD
           MOVE WS-RUN-DATE TO DO-DEFERRED-DATE
           MOVE WS-CURRENT-DDNAME TO DO-SOURCE-DDNAME
           MOVE WS-BATCH-ORIGINATOR TO DO-ORIGINATOR-CODE
           MOVE WS-BATCH-ARRIVAL-DATE TO DO-ARRIVAL-DATE
           MOVE WS-BATCH-ARRIVAL-TIME TO DO-ARRIVAL-TIME
           MOVE WS-HOLD-IMAGE (WS-HOLD-IDX) TO DO-TRAN-IMAGE
           WRITE DEFER-OUT-RECORD
           ADD 1 TO WS-DEFER-RECORD-COUNT.

       2700-WRITE-FILE-LINE.
           MOVE WS-FILE-BATCH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      ******************************************************************
      * EVERY BATCH DEFERRED TONIGHT, WITH ITS ORIGINATOR, WHEN IT
      * ARRIVED AND THE CUTOFF IT MISSED.
      ******************************************************************
       2800-WRITE-DEFER-SECTION.
           IF WS-DEFER-BATCH-COUNT > ZERO
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "BATCHES DEFERRED PAST CUTOFF TO NEXT BUSINESS DAY"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM 2810-WRITE-DEFER-LINE
                   VARYING WS-DEFER-IDX FROM 1 BY 1
                   UNTIL WS-DEFER-IDX > WS-DEFER-LIST-COUNT
               IF WS-DEFER-BATCH-COUNT > WS-DEFER-LIST-COUNT
                   MOVE "  MORE DEFERRALS THAN THE REPORT LIST HOLDS"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

       2810-WRITE-DEFER-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DL-ARRIVAL-TIME (WS-DEFER-IDX) TO WS-TIME-ED
           STRING "  " DELIMITED BY SIZE
               WS-DL-DDNAME (WS-DEFER-IDX) DELIMITED BY SIZE
               " ORIG " DELIMITED BY SIZE
               WS-DL-ORIGINATOR (WS-DEFER-IDX) DELIMITED BY SIZE
               "  ARRIVED " DELIMITED BY SIZE
               WS-DL-ARRIVAL-DATE (WS-DEFER-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIME-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           MOVE WS-DL-CUTOFF-TIME (WS-DEFER-IDX) TO WS-TIME-ED
           MOVE WS-DL-RECORD-COUNT (WS-DEFER-IDX) TO WS-COUNT-ED
           STRING "  CUTOFF " DELIMITED BY SIZE
               WS-TIME-ED DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD (43:38)
           END-STRING
           WRITE REPORT-RECORD.

       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RELEASED-BATCH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DEFERRALS RELEASED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DEFER-BATCH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BATCHES DEFERRED   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DEFER-RECORD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS DEFERRED   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-BATCH-OUT-COUNT TO WS-COUNT-ED
           STRING "MERGE COMPLETE - BATCHES: " DELIMITED BY SIZE
               WHEN WS-ANY-BROKEN
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-FILES-MERGED = ZERO
                   AND WS-RELEASED-BATCH-COUNT = ZERO
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-DEFER-BATCH-COUNT > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE ZERO TO WS-RUN-RC
           END-EVALUATE

       9000-FINISH.
           CLOSE MERGED-FILE
           CLOSE DEFER-OUT-FILE
           CLOSE DEFER-ACK-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE.

