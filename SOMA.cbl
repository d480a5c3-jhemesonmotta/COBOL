      *              carry any number of HDR/DTL/TRL batches; each
      *              batch balances on its own and prints its own
      *              register section, with a file-level grand total
      *              at the end. A detail carrying a past value
      *              date converts at the rate that applied on that
      *              date, and the register lists what moved in time.
      *              A business date may be posted in more than one
      *              cycle: the cycle number from the SOMACYC card
      *              goes on every extract, acknowledgment, history
      *              and posting-history record, and pairs already
      *              posted by an earlier cycle of the same date
      *              count toward tonight's duplicate check.
      *              Batches the merge deferred past their cutoff are
      *              acknowledged too: tonight's deferral notices go
      *              onto SOMAACK ahead of the posted batches, marked
      *              deferred rather than processed.
      *              The conversion to base currency is done by the
      *              shared RATECONV subprogram.
      * Tectonics: cobc
      *******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-FILE ASSIGN TO "SOMAACK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEFER-ACK-FILE ASSIGN TO "TRANDACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DACK-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "SOMARATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT RATE-HIST-FILE ASSIGN TO "SOMARHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHST-FILE-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "SOMAVDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "SOMALIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "SOMAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT HIST-KEYED-FILE ASSIGN TO "SOMAPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-PKEY-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "SOMARST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "SOMACYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  CYCLE-FILE.
       COPY POSTCYC.

       FD  PARM-FILE.
       COPY PARMREC.

                   88  TR-OP-SUB           VALUE "SUB".
                   88  TR-OP-MUL           VALUE "MUL".
                   88  TR-OP-DIV           VALUE "DIV".
                   88  TR-OP-REV           VALUE "REV".
                   88  TR-OP-VALID         VALUE "ADD", "   ",
                                                 "SUB", "MUL", "DIV".
               10  TR-CURRENCY-CODE    PIC X(03).
               10  TR-TRACE-ID         PIC 9(13).
               10  TR-VALUE-DATE       PIC 9(06).
           05  TR-HEADER-DATA REDEFINES TR-DETAIL-DATA.
               10  TR-EXPECTED-COUNT   PIC 9(7).
               10  TR-ORIGINATOR-CODE  PIC X(03).
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
       COPY XMITCTL.

       FD  ACK-FILE.
               88  ACK-OUT-OF-BALANCE      VALUE "N".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACK-ORIGINATOR-CODE PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACK-CYCLE           PIC 9(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACK-DISPOSITION     PIC X(01).
               88  ACK-PROCESSED           VALUE "P".
               88  ACK-DEFERRED            VALUE "D".

      ******************************************************************
      * THE MERGE'S DEFERRAL NOTICES, ALREADY IN THE SOMAACK LAYOUT.
      ******************************************************************
       FD  DEFER-ACK-FILE.
       01  DEFER-ACK-RECORD.
           05  DACK-RUN-DATE       PIC 9(06).
           05  FILLER              PIC X(43).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  FILLER              PIC X(01).
           05  RATE-FACTOR         PIC 9(3)V9(6).

      ******************************************************************
      * THE RATE HISTORY RATEMAINT APPENDS TO: THE OLD FACTOR ON A
      * CHANGE IS THE ONE THAT APPLIED TO EVERY VALUE DATE BEFORE
      * ITS EFFECTIVE DATE.
      ******************************************************************
       FD  RATE-HIST-FILE.
       01  RATE-HISTORY-RECORD.
           05  RH-CURRENCY-CODE    PIC X(03).
           05  RH-EFF-DATE         PIC 9(06).
           05  RH-OLD-FACTOR       PIC 9(3)V9(6).
           05  RH-NEW-FACTOR       PIC 9(3)V9(6).
           05  RH-ACTION           PIC X(01).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05  WH-VALUE-DATE       PIC 9(06).
           05  WH-ORIGINATOR       PIC X(03).
           05  WH-WAREHOUSED-DATE  PIC 9(06).
           05  WH-TRAN-IMAGE.
               10  WH-REC-TYPE         PIC X(03).
               10  WH-NUM1             PIC S9(7)V99.
               10  WH-NUM2             PIC S9(7)V99.
               10  WH-OP-CODE          PIC X(03).
               10  WH-CURRENCY-CODE    PIC X(03).
               10  WH-TRACE-ID         PIC 9(13).
               10  WH-TRAN-VALUE-DATE  PIC 9(06).
           05  WH-CYCLE            PIC X(01).

       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           05  LIM-CURRENCY-CODE   PIC X(03).
           05  HIST-REJECT-COUNT   PIC 9(07).
           05  FILLER              PIC X(01).
           05  HIST-GRAND-TOTAL    PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  HIST-CYCLE          PIC 9(01).

      ******************************************************************
      * THE KEYED POSTING HISTORY, READ BY TRACE ID ON THE ALTERNATE
      * INDEX SO A REVERSAL CAN FIND THE POSTING IT BACKS OUT, AND
      * REWRITTEN TO MARK THAT POSTING REVERSED. THE CYCLE SITS IN
      * THE KEY BECAUSE EVERY CYCLE NUMBERS ITS POSTINGS FROM ONE.
      ******************************************************************
       FD  HIST-KEYED-FILE.
       01  PH-RECORD.
           05  PH-RECORD-KEY.
               10  PH-RUN-DATE         PIC 9(06).
               10  PH-CYCLE            PIC 9(01).
               10  PH-SEQUENCE         PIC 9(07).
           05  PH-BATCH-NO         PIC 9(04).
           05  PH-NUM1             PIC S9(7)V99.
           05  PH-NUM2             PIC S9(7)V99.
           05  PH-RESULT           PIC S9(7)V99.
           05  PH-OP-CODE          PIC X(03).
           05  PH-CURRENCY-CODE    PIC X(03).
           05  PH-TRACE-ID         PIC 9(13).
           05  PH-BASE-RESULT      PIC S9(9)V99.
           05  PH-ORIG-OP-CODE     PIC X(03).
           05  PH-REVERSED-SW      PIC X(01).
               88  PH-REVERSED             VALUE "Y".
           05  PH-REVERSED-DATE    PIC 9(06).
           05  PH-REVERSED-CYCLE   PIC 9(01).

       FD  RESTART-FILE.
       COPY RESTKEY.
       01  WS-RUN-HELD-SW          PIC X(01) VALUE "N".
           88  WS-RUN-HELD                 VALUE "Y".
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-CYCLE-FILE-STATUS    PIC X(02).
       01  WS-DACK-FILE-STATUS     PIC X(02).
       01  WS-DEFER-ACK-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-POST-CYCLE           PIC 9(01) VALUE 1.
       01 NUM1 PIC S9(7)V99 COMP-3.
       01 NUM2 PIC S9(7)V99 COMP-3.
       01 SOMA PIC S9(7)V99 COMP-3.
               88  WS-TRIAL-MODE           VALUE "Y".
       01  WS-RATE-FILE-STATUS     PIC X(02).
       01  WS-LIMIT-FILE-STATUS    PIC X(02).
       01  WS-RHST-FILE-STATUS     PIC X(02).
       01  WS-WHSE-FILE-STATUS     PIC X(02).
       01  WS-RESTART-FILE-STATUS  PIC X(02).

       01  WS-RESTART-FIELDS.
           05  WS-CKPT-GT-CENTS    PIC 9(18) VALUE ZERO.
           05  WS-CKPT-GT-SIGN     PIC 9(01) VALUE ZERO.
       01  WS-HIST-FILE-STATUS     PIC X(02).
       01  WS-PKEY-FILE-STATUS     PIC X(02).

       01  WS-REVERSAL-FIELDS.
           05  WS-PKEY-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-PKEY-OPEN                VALUE "Y".
           05  WS-ORIG-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-ORIG-FOUND               VALUE "Y".
           05  WS-ORIG-REVERSED-SW PIC X(01) VALUE "N".
               88  WS-ORIG-REVERSED            VALUE "Y".
           05  WS-REV-WALK-SW      PIC X(01) VALUE "N".
               88  WS-REV-WALK-DONE            VALUE "Y".
           05  WS-REV-ORIG-OP-CODE PIC X(03) VALUE SPACES.
           05  WS-REV-IX           PIC 9(03) VALUE ZERO.

       01  WS-REVERSED-TABLE.
           05  WS-REVERSED-COUNT   PIC 9(03) VALUE ZERO.
           05  WS-REVERSED-ENTRY OCCURS 200 TIMES.
               10  WS-REVERSED-TRACE PIC 9(13).
       01  WS-COMPL-FILE-STATUS    PIC X(02).
       01  WS-TIMING-FIELDS.
           05  WS-TIMING-FILE-STATUS   PIC X(02).
               10  WS-MUL-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
               10  WS-DIV-COUNT    PIC 9(7) COMP VALUE ZERO.
               10  WS-DIV-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
               10  WS-REV-COUNT    PIC 9(7) COMP VALUE ZERO.
               10  WS-REV-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-OP-COUNT-ED      PIC ZZZZZZ9.
           05  WS-OP-TOTAL-ED      PIC -(8)9.99.

           05  WS-CCY-MATCH-IDX    PIC 9(02) VALUE ZERO.
           05  WS-RATE-IX          PIC 9(02) VALUE ZERO.

       COPY RCVPARM.

      ******************************************************************
      * A BACK-VALUED DETAIL CONVERTS AT THE FACTOR THAT APPLIED ON
      * ITS VALUE DATE: THE OLD FACTOR OF THE EARLIEST RATE CHANGE
      * EFFECTIVE AFTER THAT DATE, OR TONIGHT'S FACTOR WHEN THE RATE
      * HAS NOT CHANGED SINCE. THE POSTED ONES ARE KEPT FOR THE
      * VALUE-DATED SECTION OF THE REGISTER.
      ******************************************************************
       01  WS-RATE-HIST-TABLE.
           05  WS-RH-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-RH-ENTRY OCCURS 500 TIMES.
               10  WS-RH-CCY       PIC X(03).
               10  WS-RH-EFF-DATE  PIC 9(06).
               10  WS-RH-OLD-FCTR  PIC 9(3)V9(6).

       01  WS-VALUE-DATE-FIELDS.
           05  WS-BACK-VALUED-SW   PIC X(01) VALUE "N".
               88  WS-BACK-VALUED          VALUE "Y".
           05  WS-VD-BEST-DATE     PIC 9(06) VALUE ZERO.
           05  WS-RH-IX            PIC 9(03) VALUE ZERO.
           05  WS-VD-IX            PIC 9(03) VALUE ZERO.
           05  WS-BACK-VALUED-COUNT PIC 9(7) COMP VALUE ZERO.
           05  WS-RELEASED-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  WS-WAREHOUSED-COUNT PIC 9(7) COMP VALUE ZERO.
           05  WS-RATE-ED          PIC ZZ9.999999.
           05  WS-NUM1-ED          PIC -(7)9.99.
           05  WS-NUM2-ED          PIC -(7)9.99.

       01  WS-VD-TABLE.
           05  WS-VD-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-VD-ENTRY OCCURS 200 TIMES.
               10  WS-VD-TRACE     PIC 9(13).
               10  WS-VD-VALUE-DATE PIC 9(06).
               10  WS-VD-CCY       PIC X(03).
               10  WS-VD-RATE      PIC 9(3)V9(6).

       01  WS-DUPLICATE-FIELDS.
           05  WS-DUP-REJECT-FLAG  PIC 9(01) VALUE 0.
               88  WS-DUP-REJECT           VALUE 1.
           05  WS-WORK-KEY         PIC X(24).
           05  WS-SEEN-IX          PIC 9(05) VALUE ZERO.
           05  WS-DUP-IX           PIC 9(03) VALUE ZERO.
           05  WS-PRIOR-WALK-SW    PIC X(01) VALUE "N".
               88  WS-PRIOR-WALK-DONE          VALUE "Y".
           05  WS-PRIOR-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PRIOR-KEY.
               10  WS-PRIOR-NUM1   PIC S9(7)V99.
               10  WS-PRIOR-NUM2   PIC S9(7)V99.
               10  WS-PRIOR-OP-CODE PIC X(03).
               10  WS-PRIOR-CCY    PIC X(03).

       01  WS-SEEN-TABLE.
           05  WS-SEEN-COUNT       PIC 9(05) VALUE ZERO.
       1000-INITIALIZE.
           ACCEPT RPT-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1040-GET-POSTING-CYCLE
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 0700-CHECK-TRIAL-MODE
           PERFORM 1700-READ-PARM
               PERFORM 1790-WRITE-ATTESTATION
           END-IF
           PERFORM 1750-LOAD-RATES
           PERFORM 1755-LOAD-RATE-HISTORY
           PERFORM 1780-LOAD-LIMITS
           PERFORM 1400-RESTART-CHECK
           OPEN INPUT TRANS-FILE
           PERFORM 1450-OPEN-DATA-FILES
           PERFORM 1900-OPEN-AUDIT-LOG
           PERFORM 1460-OPEN-POSTING-HISTORY
           IF WS-PKEY-OPEN AND WS-POST-CYCLE > 1
               PERFORM 1470-LOAD-EARLIER-CYCLES
           END-IF
           IF NOT WS-TRIAL-MODE AND NOT WS-RESTART-FOUND
               PERFORM 1480-COPY-DEFERRAL-NOTICES
           END-IF
           MOVE SPACES TO RPT-TITLE
           STRING "SOMA - DAILY ADDITION REGISTER CYCLE "
               DELIMITED BY SIZE
               WS-POST-CYCLE DELIMITED BY SIZE
               INTO RPT-TITLE
           END-STRING
           MOVE RPT-RUN-MM TO RPT-RUN-DATE-ED (1:2)
           MOVE RPT-RUN-DD TO RPT-RUN-DATE-ED (4:2)
           MOVE RPT-RUN-YY TO RPT-RUN-DATE-ED (7:2)
               CLOSE BUSDATE-FILE
           END-IF.

      ******************************************************************
      * THE POSTING CYCLE COMES FROM THE SOMACYC CONTROL CARD THE
      * JOB SUPPLIES; WITHOUT ONE THIS IS THE SINGLE NIGHTLY CYCLE.
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

       0700-CHECK-TRIAL-MODE.
           OPEN INPUT TRIAL-FILE
           IF WS-TRIAL-FILE-STATUS = "00"
               END-IF
           END-IF.

      ******************************************************************
      * THE POSTING HISTORY IS ONLY NEEDED BY REVERSALS. A LIVE RUN
      * OPENS IT FOR UPDATE SO THE REVERSED POSTING CAN BE MARKED; A
      * TRIAL RUN ONLY READS IT. IF IT CANNOT BE OPENED THE NIGHT
      * STILL POSTS, AND EVERY REVERSAL REJECTS AS NOT FOUND.
      ******************************************************************
       1460-OPEN-POSTING-HISTORY.
           IF WS-TRIAL-MODE
               OPEN INPUT HIST-KEYED-FILE
           ELSE
               OPEN I-O HIST-KEYED-FILE
           END-IF
           IF WS-PKEY-FILE-STATUS = "00"
               SET WS-PKEY-OPEN TO TRUE
           ELSE
               DISPLAY "SOMA: CANNOT OPEN SOMAPKEY, STATUS "
                   WS-PKEY-FILE-STATUS
               MOVE "SOMAPKEY NOT AVAILABLE, REVERSALS WILL REJECT"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1910-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * A LATER CYCLE OF THE SAME BUSINESS DATE MUST NOT POST AGAIN
      * WHAT AN EARLIER CYCLE ALREADY POSTED: EVERY PAIR ON THE
      * POSTING HISTORY UNDER TONIGHT'S DATE AND A LOWER CYCLE GOES
      * INTO THE SEEN TABLE BEFORE THE FIRST BATCH IS READ, SO THE
      * DUPLICATE CHECK SPANS ALL THE CYCLES OF THE DAY.
      ******************************************************************
       1470-LOAD-EARLIER-CYCLES.
           MOVE "N" TO WS-PRIOR-WALK-SW
           MOVE RPT-RUN-DATE TO PH-RUN-DATE
           MOVE ZERO TO PH-CYCLE
           MOVE ZERO TO PH-SEQUENCE
           START HIST-KEYED-FILE KEY NOT < PH-RECORD-KEY
               INVALID KEY
                   SET WS-PRIOR-WALK-DONE TO TRUE
           END-START
           PERFORM 1475-LOAD-EARLIER-PAIR
               UNTIL WS-PRIOR-WALK-DONE
           IF WS-PRIOR-COUNT > ZERO
               MOVE WS-PRIOR-COUNT TO WS-RECORD-COUNT-ED
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "EARLIER-CYCLE PAIRS IN DUP CHECK: "
                   DELIMITED BY SIZE
                   WS-RECORD-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 1910-WRITE-AUDIT-LOG
           END-IF.

       1475-LOAD-EARLIER-PAIR.
           READ HIST-KEYED-FILE NEXT RECORD
               AT END SET WS-PRIOR-WALK-DONE TO TRUE
           END-READ
           IF NOT WS-PRIOR-WALK-DONE
               IF PH-RUN-DATE NOT = RPT-RUN-DATE
                   OR PH-CYCLE NOT < WS-POST-CYCLE
                   SET WS-PRIOR-WALK-DONE TO TRUE
               ELSE
                   IF PH-OP-CODE NOT = "REV"
                       AND WS-SEEN-COUNT < 5000
                       MOVE PH-NUM1 TO WS-PRIOR-NUM1
                       MOVE PH-NUM2 TO WS-PRIOR-NUM2
                       MOVE PH-OP-CODE TO WS-PRIOR-OP-CODE
                       MOVE PH-CURRENCY-CODE TO WS-PRIOR-CCY
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE WS-PRIOR-KEY TO WS-SEEN-KEY (WS-SEEN-COUNT)
                       ADD 1 TO WS-PRIOR-COUNT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE MERGE TELLS EACH ORIGINATOR WHOSE BATCH MISSED ITS CUTOFF
      * THROUGH THE SAME ACKNOWLEDGMENT FILE AS A POSTED BATCH. ONLY
      * NOTICES DATED TONIGHT ARE PASSED ON, SO A NIGHT WITHOUT A
      * MERGE DOES NOT REPEAT LAST NIGHT'S; A RESUMED RUN ALREADY
      * PASSED THEM ON THE FIRST TIME.
      ******************************************************************
       1480-COPY-DEFERRAL-NOTICES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DEFER-ACK-FILE
           IF WS-DACK-FILE-STATUS = "00"
               PERFORM 1485-READ-DEFERRAL-NOTICE
               PERFORM 1490-COPY-ONE-NOTICE UNTIL WS-EOF
               CLOSE DEFER-ACK-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           IF WS-DEFER-ACK-COUNT > ZERO
               MOVE WS-DEFER-ACK-COUNT TO WS-RECORD-COUNT-ED
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "DEFERRED-BATCH NOTICES ACKNOWLEDGED: "
                   DELIMITED BY SIZE
                   WS-RECORD-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 1910-WRITE-AUDIT-LOG
           END-IF.

       1485-READ-DEFERRAL-NOTICE.
           READ DEFER-ACK-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1490-COPY-ONE-NOTICE.
           IF DACK-RUN-DATE IS NUMERIC
               AND DACK-RUN-DATE = RPT-RUN-DATE
               MOVE DEFER-ACK-RECORD TO ACK-RECORD
               MOVE WS-POST-CYCLE TO ACK-CYCLE
               SET ACK-DEFERRED TO TRUE
               WRITE ACK-RECORD
               ADD 1 TO WS-DEFER-ACK-COUNT
           END-IF
           PERFORM 1485-READ-DEFERRAL-NOTICE.

       1750-LOAD-RATES.
      *    THE BASE CURRENCY ALWAYS CONVERTS AT PAR, RATE FILE OR NO
           MOVE 1 TO WS-RATE-COUNT
           END-IF
           PERFORM 1760-READ-RATE-REC.

       1755-LOAD-RATE-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RATE-HIST-FILE
           IF WS-RHST-FILE-STATUS = "00"
               PERFORM 1756-READ-RATE-HIST-REC
               PERFORM 1757-LOAD-RATE-HIST-ENTRY UNTIL WS-EOF
               CLOSE RATE-HIST-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1756-READ-RATE-HIST-REC.
           READ RATE-HIST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1757-LOAD-RATE-HIST-ENTRY.
           IF RH-EFF-DATE IS NUMERIC
               AND RH-OLD-FACTOR IS NUMERIC
               IF WS-RH-COUNT < 500
                   ADD 1 TO WS-RH-COUNT
                   MOVE RH-CURRENCY-CODE TO WS-RH-CCY (WS-RH-COUNT)
                   MOVE RH-EFF-DATE TO WS-RH-EFF-DATE (WS-RH-COUNT)
                   MOVE RH-OLD-FACTOR TO WS-RH-OLD-FCTR (WS-RH-COUNT)
               ELSE
                   DISPLAY "SOMA: RATE HISTORY TABLE FULL, ENTRY "
                       "DROPPED, " RH-CURRENCY-CODE " " RH-EFF-DATE
               END-IF
           END-IF
           PERFORM 1756-READ-RATE-HIST-REC.

      ******************************************************************
      * PER-CURRENCY AUTHORIZATION LIMITS; A CURRENCY WITH NO LIMIT
      * RECORD HAS NO CEILING, WHICH IS HOW THE FILE STARTS OUT.

       2050-POST-PAIR.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE "N" TO WS-BACK-VALUED-SW
           IF WS-CURRENT-ORIG = "VDT"
               ADD 1 TO WS-RELEASED-COUNT
           END-IF
           COMPUTE WS-BATCH-AMOUNT-SUM =
               WS-BATCH-AMOUNT-SUM + TR-NUM1 + TR-NUM2
           MOVE TR-NUM1 TO NUM1
           MOVE "N" TO WS-SIZE-ERROR-SW
           MOVE "E001" TO WS-REJECT-REASON
           MOVE "RESULT EXCEEDS FIELD CAPACITY" TO WS-REJECT-TEXT
           IF TR-OP-REV
               MOVE "N" TO WS-DUP-SW
           ELSE
               PERFORM 2045-CHECK-DUPLICATE
           END-IF
           EVALUATE TRUE
               WHEN TR-OP-REV
                   PERFORM 2040-POST-REVERSAL
                   PERFORM 2100-READ-TRANS
               WHEN WS-IS-DUPLICATE AND WS-DUP-REJECT
                   MOVE "E005" TO WS-REJECT-REASON
                   MOVE "SUSPECTED DUPLICATE PAIR" TO WS-REJECT-TEXT
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * A REVERSAL CARRIES THE TRACE ID OF A POSTING FROM AN EARLIER
      * RUN AND BACKS IT OUT EXACTLY: THE NEGATED AMOUNTS AND THE
      * NEGATED BASE RESULT THE ORIGINAL POSTED AT ITS OWN RATE, NOT
      * TONIGHT'S. IT BYPASSES THE DUPLICATE AND AUTHORIZATION-LIMIT
      * CHECKS - THE ORIGINAL ALREADY PASSED THEM - AND ITS OWN GUARD
      * IS THE REVERSED MARK ON THE ORIGINAL: A SECOND REVERSAL OF
      * THE SAME POSTING REJECTS, AS DOES ONE WHOSE ORIGINAL IS NOT
      * ON THE POSTING HISTORY.
      ******************************************************************
       2040-POST-REVERSAL.
           MOVE "N" TO WS-SIZE-ERROR-SW
           PERFORM 2041-FIND-ORIGINAL
           EVALUATE TRUE
               WHEN NOT WS-ORIG-FOUND
                   MOVE "E006" TO WS-REJECT-REASON
                   MOVE "ORIGINAL POSTING NOT FOUND" TO WS-REJECT-TEXT
                   PERFORM 2200-WRITE-REJECT
               WHEN WS-ORIG-REVERSED
                   MOVE "E007" TO WS-REJECT-REASON
                   MOVE "ORIGINAL ALREADY REVERSED" TO WS-REJECT-TEXT
                   PERFORM 2200-WRITE-REJECT
               WHEN OTHER
                   PERFORM 2043-POST-REVERSING-ENTRY
           END-EVALUATE.

      ******************************************************************
      * WALK THE ALTERNATE INDEX FROM THE TRACE ID; THE TRACE'S OWN
      * EARLIER REVERSAL RECORDS SHARE THE KEY AND ARE STEPPED OVER.
      * A REVERSAL ALREADY POSTED EARLIER IN THIS RUN COUNTS AS
      * REVERSED EVEN BEFORE THE HISTORY MARK IS VISIBLE. A MARK
      * STAMPED WITH THIS RUN DATE AND CYCLE WAS LEFT BY AN EARLIER
      * ATTEMPT AT THIS SAME RUN (A RERUN OR RESTART) AND DOES NOT
      * COUNT, AS SOMARECN ALSO TREATS IT.
      ******************************************************************
       2041-FIND-ORIGINAL.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE "N" TO WS-ORIG-REVERSED-SW
           MOVE "N" TO WS-REV-WALK-SW
           IF WS-PKEY-OPEN AND TR-TRACE-ID IS NUMERIC
               AND TR-TRACE-ID > ZERO
               MOVE TR-TRACE-ID TO PH-TRACE-ID
               START HIST-KEYED-FILE KEY IS EQUAL TO PH-TRACE-ID
                   INVALID KEY SET WS-REV-WALK-DONE TO TRUE
               END-START
               PERFORM 2042-CHECK-HISTORY-REC
                   UNTIL WS-REV-WALK-DONE
           END-IF
           IF WS-ORIG-FOUND
               IF PH-REVERSED
                   AND NOT (PH-REVERSED-DATE = RPT-RUN-DATE
                       AND PH-REVERSED-CYCLE = WS-POST-CYCLE)
                   SET WS-ORIG-REVERSED TO TRUE
               END-IF
               PERFORM 2044-CHECK-REVERSED-ENTRY
                   VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-REVERSED-COUNT
                       OR WS-ORIG-REVERSED
           END-IF.

       2042-CHECK-HISTORY-REC.
           READ HIST-KEYED-FILE NEXT RECORD
               AT END SET WS-REV-WALK-DONE TO TRUE
           END-READ
           IF NOT WS-REV-WALK-DONE
               IF PH-TRACE-ID NOT = TR-TRACE-ID
                   SET WS-REV-WALK-DONE TO TRUE
               ELSE
                   IF PH-OP-CODE NOT = "REV"
                       SET WS-ORIG-FOUND TO TRUE
                       SET WS-REV-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2044-CHECK-REVERSED-ENTRY.
           IF WS-REVERSED-TRACE (WS-REV-IX) = TR-TRACE-ID
               SET WS-ORIG-REVERSED TO TRUE
           END-IF.

      ******************************************************************
      * THE REVERSING ENTRY POSTS LIKE ANY OTHER ACCEPTED PAIR - RUN,
      * BATCH, ORIGINATOR, CURRENCY AND OPERATION TOTALS, REGISTER
      * LINE AND EXTRACT DETAIL - UNDER OPERATION REV, THEN THE
      * ORIGINAL IS MARKED REVERSED ON THE HISTORY. A CURRENCY NO
      * LONGER ON TONIGHT'S RATE FILE STILL REVERSES (THE BASE RESULT
      * COMES FROM THE ORIGINAL) BUT HAS NO CURRENCY LINE TO JOIN.
      ******************************************************************
       2043-POST-REVERSING-ENTRY.
           COMPUTE NUM1 = PH-NUM1 * -1
           COMPUTE NUM2 = PH-NUM2 * -1
           COMPUTE SOMA = PH-RESULT * -1
           COMPUTE WS-BASE-RESULT = PH-BASE-RESULT * -1
           MOVE PH-OP-CODE TO WS-REV-ORIG-OP-CODE
           MOVE PH-CURRENCY-CODE TO WS-WORK-CCY
           MOVE "N" TO WS-CCY-FOUND-SW
           MOVE ZERO TO WS-CCY-MATCH-IDX
           PERFORM 2056-CHECK-RATE-ENTRY
               VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-COUNT OR WS-CCY-FOUND
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-BATCH-ACCEPT-COUNT
           IF WS-ORIG-MATCH-IDX > ZERO
               ADD 1 TO WS-ORIG-ACCEPTS (WS-ORIG-MATCH-IDX)
           END-IF
           ADD WS-BASE-RESULT TO WS-GRAND-TOTAL
           ADD WS-BASE-RESULT TO WS-BATCH-TOTAL
           IF WS-CCY-FOUND
               ADD 1 TO WS-CCY-COUNT (WS-CCY-MATCH-IDX)
               ADD SOMA TO WS-CCY-TOTAL (WS-CCY-MATCH-IDX)
           END-IF
           ADD 1 TO WS-REV-COUNT
           ADD SOMA TO WS-REV-TOTAL
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADERS
           END-IF
           MOVE SOMA TO SOMA-ED
           MOVE SPACES TO RESULT-RECORD
           STRING "REVERSAL OF " DELIMITED BY SIZE
               PH-RUN-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PH-SEQUENCE DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               SOMA-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WORK-CCY DELIMITED BY SIZE
               " TRACE " DELIMITED BY SIZE
               TR-TRACE-ID DELIMITED BY SIZE
               INTO RESULT-RECORD
           END-STRING
           WRITE RESULT-RECORD
           ADD 1 TO RPT-LINE-COUNT
           PERFORM 2080-WRITE-EXTRACT-DETAIL
           IF WS-REVERSED-COUNT < 200
               ADD 1 TO WS-REVERSED-COUNT
               MOVE TR-TRACE-ID TO WS-REVERSED-TRACE (WS-REVERSED-COUNT)
           END-IF
           IF NOT WS-TRIAL-MODE
               MOVE "Y" TO PH-REVERSED-SW
               MOVE RPT-RUN-DATE TO PH-REVERSED-DATE
               MOVE WS-POST-CYCLE TO PH-REVERSED-CYCLE
               REWRITE PH-RECORD
                   INVALID KEY
                       MOVE "REVERSED MARK NOT WRITTEN TO SOMAPKEY"
                           TO WS-AUDIT-MESSAGE
                       MOVE "W" TO WS-AUDIT-SEVERITY
                       PERFORM 1910-WRITE-AUDIT-LOG
               END-REWRITE
           END-IF.

      ******************************************************************
      * AN AMOUNT ABOVE ITS CURRENCY'S AUTHORIZATION LIMIT DOES NOT
      * POST TONIGHT: IT DIVERTS TO THE SUSPENSE FILE AND WAITS FOR
               MOVE "E004" TO WS-REJECT-REASON
               MOVE "CURRENCY NOT ON RATE FILE" TO WS-REJECT-TEXT
           ELSE
               PERFORM 2057-CHECK-VALUE-DATE
           END-IF
           IF NOT WS-SIZE-ERROR
               PERFORM 2060-APPLY-OPERATION
               IF NOT WS-SIZE-ERROR
                   MOVE SOMA TO RCV-AMOUNT
                   MOVE WS-FOUND-RATE TO RCV-FACTOR
                   CALL "RATECONV" USING RATE-CONV-PARMS
                   IF RCV-SIZE-ERROR
                       SET WS-SIZE-ERROR TO TRUE
                   ELSE
                       MOVE RCV-BASE-RESULT TO WS-BASE-RESULT
                   END-IF
               END-IF
           END-IF
           IF WS-SIZE-ERROR
               ADD 1 TO WS-CCY-COUNT (WS-CCY-MATCH-IDX)
               ADD SOMA TO WS-CCY-TOTAL (WS-CCY-MATCH-IDX)
               PERFORM 2070-ADD-OP-TOTAL
               IF WS-BACK-VALUED
                   PERFORM 2059-KEEP-BACK-VALUED
               END-IF
               IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
                   PERFORM 1100-WRITE-HEADERS
               END-IF
               MOVE WS-RATE-FCTR (WS-RATE-IX) TO WS-FOUND-RATE
           END-IF.

      ******************************************************************
      * A BLANK OR ZERO VALUE DATE MEANS TONIGHT. A FUTURE VALUE DATE
      * SHOULD HAVE BEEN WAREHOUSED BY THE EDIT AND IS REJECTED HERE;
      * A PAST ONE TAKES THE FACTOR THAT APPLIED ON THAT DATE, AND A
      * CURRENCY THAT HAD NO RATE ON THAT DATE IS REJECTED.
      ******************************************************************
       2057-CHECK-VALUE-DATE.
           IF TR-VALUE-DATE IS NUMERIC
               AND TR-VALUE-DATE > ZERO
               IF TR-VALUE-DATE > RPT-RUN-DATE
                   SET WS-SIZE-ERROR TO TRUE
                   MOVE "E009" TO WS-REJECT-REASON
                   MOVE "VALUE DATE AFTER RUN DATE" TO WS-REJECT-TEXT
               ELSE
                   IF TR-VALUE-DATE < RPT-RUN-DATE
                       SET WS-BACK-VALUED TO TRUE
                       PERFORM 2058-FIND-VALUE-DATE-RATE
                   END-IF
               END-IF
           END-IF.

       2058-FIND-VALUE-DATE-RATE.
           MOVE ZERO TO WS-VD-BEST-DATE
           IF WS-WORK-CCY NOT = "BRL"
               PERFORM 2054-CHECK-HIST-ENTRY
                   VARYING WS-RH-IX FROM 1 BY 1
                   UNTIL WS-RH-IX > WS-RH-COUNT
           END-IF
           IF WS-FOUND-RATE = ZERO
               SET WS-SIZE-ERROR TO TRUE
               MOVE "E008" TO WS-REJECT-REASON
               MOVE "NO RATE FOR VALUE DATE" TO WS-REJECT-TEXT
           END-IF.

       2054-CHECK-HIST-ENTRY.
           IF WS-RH-CCY (WS-RH-IX) = WS-WORK-CCY
               AND WS-RH-EFF-DATE (WS-RH-IX) > TR-VALUE-DATE
               IF WS-VD-BEST-DATE = ZERO
                   OR WS-RH-EFF-DATE (WS-RH-IX) < WS-VD-BEST-DATE
                   MOVE WS-RH-EFF-DATE (WS-RH-IX) TO WS-VD-BEST-DATE
                   MOVE WS-RH-OLD-FCTR (WS-RH-IX) TO WS-FOUND-RATE
               END-IF
           END-IF.

       2059-KEEP-BACK-VALUED.
           ADD 1 TO WS-BACK-VALUED-COUNT
           IF WS-VD-COUNT < 200
               ADD 1 TO WS-VD-COUNT
               MOVE TR-TRACE-ID TO WS-VD-TRACE (WS-VD-COUNT)
               MOVE TR-VALUE-DATE TO WS-VD-VALUE-DATE (WS-VD-COUNT)
               MOVE WS-WORK-CCY TO WS-VD-CCY (WS-VD-COUNT)
               MOVE WS-FOUND-RATE TO WS-VD-RATE (WS-VD-COUNT)
           END-IF.

       2060-APPLY-OPERATION.
           EVALUATE TRUE
               WHEN TR-OP-ADD
           MOVE NUM2 TO EX-NUM2
           MOVE SOMA TO EX-RESULT
           MOVE TR-OP-CODE TO EX-OP-CODE
           IF TR-OP-REV
               MOVE WS-REV-ORIG-OP-CODE TO EX-ORIG-OP-CODE
           END-IF
           MOVE WS-WORK-CCY TO EX-CURRENCY-CODE
           MOVE WS-BATCH-NO TO EX-BATCH-NO
           MOVE WS-BASE-RESULT TO EX-BASE-RESULT
           ELSE
               MOVE ZERO TO EX-TRACE-ID
           END-IF
           IF WS-BACK-VALUED
               MOVE TR-VALUE-DATE TO EX-VALUE-DATE
           ELSE
               MOVE RPT-RUN-DATE TO EX-VALUE-DATE
           END-IF
           MOVE WS-POST-CYCLE TO EX-CYCLE
           WRITE EXTRACT-RECORD.

       2085-WRITE-EXTRACT-TRAILER.
           MOVE "T" TO EX-REC-TYPE
           MOVE WS-RECORD-COUNT TO EX-TRL-COUNT
           MOVE WS-GRAND-TOTAL TO EX-TRL-TOTAL
           MOVE WS-POST-CYCLE TO EX-CYCLE
           WRITE EXTRACT-RECORD
           PERFORM 2090-WRITE-EXTRACT-CONTROL.

           MOVE WS-BATCH-REJECT-COUNT TO ACK-REJECT-COUNT
           MOVE WS-BATCH-TOTAL TO ACK-BATCH-TOTAL
           MOVE WS-CURRENT-ORIG TO ACK-ORIGINATOR-CODE
           MOVE WS-POST-CYCLE TO ACK-CYCLE
           SET ACK-PROCESSED TO TRUE
           IF WS-BATCH-IN-BALANCE
               SET ACK-IN-BALANCE TO TRUE
           ELSE

       3000-FINISH.
           PERFORM 3050-WRITE-DUP-SECTION
           PERFORM 3070-WRITE-VALUE-DATED-SECTION
           MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-ED
           MOVE SPACES TO RESULT-RECORD
           STRING "RECORDS PROCESSED: " DELIMITED BY SIZE
           CLOSE TRANS-FILE
           CLOSE RESULT-FILE
           CLOSE REJECT-FILE
           IF WS-PKEY-OPEN
               CLOSE HIST-KEYED-FILE
           END-IF
           IF NOT WS-TRIAL-MODE
               CLOSE EXTRACT-FILE
               CLOSE ACK-FILE
           END-STRING
           WRITE RESULT-RECORD.

      ******************************************************************
      * WHAT MOVED IN TIME TONIGHT: THE BACK-VALUED ITEMS POSTED AND
      * THE FACTOR EACH TOOK, THE ITEMS THE EDIT WAREHOUSED FOR A
      * LATER VALUE DATE, AND HOW MANY CAME OUT OF THE WAREHOUSE.
      ******************************************************************
       3070-WRITE-VALUE-DATED-SECTION.
           MOVE SPACES TO RESULT-RECORD
           WRITE RESULT-RECORD
           MOVE "VALUE-DATED ITEMS THIS RUN:" TO RESULT-RECORD
           WRITE RESULT-RECORD
           PERFORM 3075-WRITE-BACK-VALUED-LINE
               VARYING WS-VD-IX FROM 1 BY 1
               UNTIL WS-VD-IX > WS-VD-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-FILE-STATUS = "00"
               PERFORM 3076-READ-WAREHOUSE
               PERFORM 3077-WRITE-WAREHOUSED-LINE UNTIL WS-EOF
               CLOSE WAREHOUSE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE WS-BACK-VALUED-COUNT TO WS-OP-COUNT-ED
           MOVE SPACES TO RESULT-RECORD
           STRING "BACK-VALUED POSTED     : " DELIMITED BY SIZE
               WS-OP-COUNT-ED DELIMITED BY SIZE
               INTO RESULT-RECORD
           END-STRING
           WRITE RESULT-RECORD
           MOVE WS-WAREHOUSED-COUNT TO WS-OP-COUNT-ED
           MOVE SPACES TO RESULT-RECORD
           STRING "WAREHOUSED TONIGHT     : " DELIMITED BY SIZE
               WS-OP-COUNT-ED DELIMITED BY SIZE
               INTO RESULT-RECORD
           END-STRING
           WRITE RESULT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-OP-COUNT-ED
           MOVE SPACES TO RESULT-RECORD
           STRING "RELEASED FROM WAREHOUSE: " DELIMITED BY SIZE
               WS-OP-COUNT-ED DELIMITED BY SIZE
               INTO RESULT-RECORD
           END-STRING
           WRITE RESULT-RECORD
           MOVE SPACES TO RESULT-RECORD
           WRITE RESULT-RECORD.

       3075-WRITE-BACK-VALUED-LINE.
           MOVE WS-VD-RATE (WS-VD-IX) TO WS-RATE-ED
           MOVE SPACES TO RESULT-RECORD
           STRING "  BACK-VALUED TRACE " DELIMITED BY SIZE
               WS-VD-TRACE (WS-VD-IX) DELIMITED BY SIZE
               " VALUE " DELIMITED BY SIZE
               WS-VD-VALUE-DATE (WS-VD-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VD-CCY (WS-VD-IX) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-RATE-ED DELIMITED BY SIZE
               INTO RESULT-RECORD
           END-STRING
           WRITE RESULT-RECORD.

       3076-READ-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3077-WRITE-WAREHOUSED-LINE.
           IF WH-CYCLE = SPACE
               MOVE "1" TO WH-CYCLE
           END-IF
           IF WH-WAREHOUSED-DATE = RPT-RUN-DATE
               AND WH-CYCLE = WS-POST-CYCLE
               ADD 1 TO WS-WAREHOUSED-COUNT
               MOVE WH-NUM1 TO WS-NUM1-ED
               MOVE WH-NUM2 TO WS-NUM2-ED
               MOVE SPACES TO RESULT-RECORD
               STRING "  WAREHOUSED TO " DELIMITED BY SIZE
                   WH-VALUE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WH-ORIGINATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NUM1-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WH-OP-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NUM2-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WH-CURRENCY-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WH-TRACE-ID DELIMITED BY SIZE
                   INTO RESULT-RECORD
               END-STRING
               WRITE RESULT-RECORD
           END-IF
           PERFORM 3076-READ-WAREHOUSE.

       3100-WRITE-TRAILER.
           MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-ED
           MOVE SPACES TO RESULT-RECORD
           MOVE WS-DIV-TOTAL TO WS-OP-TOTAL-ED
           PERFORM 3160-WRITE-ONE-OP-TOTAL
           MOVE "DIV" TO RESULT-RECORD (11:3)
           WRITE RESULT-RECORD
           MOVE WS-REV-COUNT TO WS-OP-COUNT-ED
           MOVE WS-REV-TOTAL TO WS-OP-TOTAL-ED
           PERFORM 3160-WRITE-ONE-OP-TOTAL
           MOVE "REV" TO RESULT-RECORD (11:3)
           WRITE RESULT-RECORD.

       3160-WRITE-ONE-OP-TOTAL.
           MOVE WS-RECORD-COUNT TO HIST-RECORD-COUNT
           MOVE WS-REJECT-COUNT TO HIST-REJECT-COUNT
           MOVE WS-GRAND-TOTAL TO HIST-GRAND-TOTAL
           MOVE WS-POST-CYCLE TO HIST-CYCLE
           WRITE HIST-RECORD
           CLOSE HIST-FILE.

