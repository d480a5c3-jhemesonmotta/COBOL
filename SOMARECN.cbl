      *              rules (operation codes, rate lookup, overflow,
      *              divide by zero, duplicate diversion, and the
      *              authorization-limit diversion with its
      *              supervisor-release bypass, and reversals counted
      *              only where SOMA marked the original reversed
      *              tonight, and back-valued pairs converted at the
      *              rate on their value date, and pairs an
      *              earlier cycle of the same date already posted
      *              counted as duplicates), then reads
      *              the trailer SOMA printed on SOMAOUT and proves
      *              the two agree. Ends with a nonzero return code
      *              on any mismatch so the nightly chain stops before
           SELECT RATE-FILE ASSIGN TO "SOMARATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT RATE-HIST-FILE ASSIGN TO "SOMARHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHST-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "SOMALIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-KEYED-FILE ASSIGN TO "SOMAPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "SOMAOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
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

       FD  PARM-FILE.
       COPY PARMREC.

           05  FILLER              PIC X(01).
           05  RATE-FACTOR         PIC 9(3)V9(6).

       FD  RATE-HIST-FILE.
       01  RATE-HISTORY-RECORD.
           05  RH-CURRENCY-CODE    PIC X(03).
           05  RH-EFF-DATE         PIC 9(06).
           05  RH-OLD-FACTOR       PIC 9(3)V9(6).
           05  RH-NEW-FACTOR       PIC 9(3)V9(6).
           05  RH-ACTION           PIC X(01).

       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           05  LIM-CURRENCY-CODE   PIC X(03).
                   88  TR-OP-SUB           VALUE "SUB".
                   88  TR-OP-MUL           VALUE "MUL".
                   88  TR-OP-DIV           VALUE "DIV".
                   88  TR-OP-REV           VALUE "REV".
               10  TR-CURRENCY-CODE    PIC X(03).
               10  TR-TRACE-ID         PIC 9(13).
               10  TR-VALUE-DATE       PIC 9(06).
           05  TR-HEADER-DATA REDEFINES TR-DETAIL-DATA.
               10  TR-EXPECTED-COUNT   PIC 9(7).
               10  TR-ORIGINATOR-CODE  PIC X(03).

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

       FD  REGISTER-FILE.
       01  REGISTER-RECORD         PIC X(80).


       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-CYCLE-FILE-STATUS    PIC X(02).
       01  WS-POST-CYCLE           PIC 9(01) VALUE 1.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-RATE-FILE-STATUS     PIC X(02).
           05  WS-REGISTER-FILE-STATUS PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-KEYED-FILE-STATUS    PIC X(02).
           05  WS-RHST-FILE-STATUS     PIC X(02).

       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".
               10  WS-RATE-CCY     PIC X(03).
               10  WS-RATE-FCTR    PIC 9(3)V9(6).

       01  WS-RATE-HIST-TABLE.
           05  WS-RH-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-RH-ENTRY OCCURS 500 TIMES.
               10  WS-RH-CCY       PIC X(03).
               10  WS-RH-EFF-DATE  PIC 9(06).
               10  WS-RH-OLD-FCTR  PIC 9(3)V9(6).

       01  WS-VALUE-DATE-FIELDS.
           05  WS-VD-BEST-DATE     PIC 9(06) VALUE ZERO.
           05  WS-RH-IX            PIC 9(03) VALUE ZERO.

       01  WS-DUPLICATE-FIELDS.
           05  WS-DUP-REJECT-FLAG  PIC 9(01) VALUE 0.
               88  WS-DUP-REJECT           VALUE 1.
               88  WS-IS-DUPLICATE         VALUE "Y".
           05  WS-WORK-KEY         PIC X(24).
           05  WS-SEEN-IX          PIC 9(05) VALUE ZERO.
           05  WS-PRIOR-WALK-SW    PIC X(01) VALUE "N".
               88  WS-PRIOR-WALK-DONE          VALUE "Y".
           05  WS-PRIOR-KEY.
               10  WS-PRIOR-NUM1   PIC S9(7)V99.
               10  WS-PRIOR-NUM2   PIC S9(7)V99.
               10  WS-PRIOR-OP-CODE PIC X(03).
               10  WS-PRIOR-CCY    PIC X(03).

       01  WS-SEEN-TABLE.
           05  WS-SEEN-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-SEEN-ENTRY OCCURS 5000 TIMES.
               10  WS-SEEN-KEY     PIC X(24).

       01  WS-REVERSAL-FIELDS.
           05  WS-PKEY-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-PKEY-OPEN                VALUE "Y".
           05  WS-REV-COUNTS-SW    PIC X(01) VALUE "N".
               88  WS-REV-COUNTS               VALUE "Y".
           05  WS-REV-WALK-SW      PIC X(01) VALUE "N".
               88  WS-REV-WALK-DONE            VALUE "Y".
           05  WS-REV-IX           PIC 9(03) VALUE ZERO.

       01  WS-REVERSED-TABLE.
           05  WS-REVERSED-COUNT   PIC 9(03) VALUE ZERO.
           05  WS-REVERSED-ENTRY OCCURS 200 TIMES.
               10  WS-REVERSED-TRACE PIC 9(13).

       01  WS-COMPUTED-CONTROLS.
           05  WS-CALC-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-CALC-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1040-GET-POSTING-CYCLE
           PERFORM 1100-READ-PARM
           PERFORM 1200-LOAD-RATES
           PERFORM 1250-LOAD-RATE-HISTORY
           PERFORM 1300-LOAD-LIMITS
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT RECON-FILE.
               CLOSE BUSDATE-FILE
           END-IF.

      ******************************************************************
      * THE POSTING CYCLE COMES FROM THE SAME SOMACYC CARD SOMA READ.
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

       1100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
           END-IF
           PERFORM 1210-READ-RATE-REC.

       1250-LOAD-RATE-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RATE-HIST-FILE
           IF WS-RHST-FILE-STATUS = "00"
               PERFORM 1260-READ-RATE-HIST-REC
               PERFORM 1270-LOAD-RATE-HIST-ENTRY UNTIL WS-EOF
               CLOSE RATE-HIST-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1260-READ-RATE-HIST-REC.
           READ RATE-HIST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1270-LOAD-RATE-HIST-ENTRY.
           IF RH-EFF-DATE IS NUMERIC
               AND RH-OLD-FACTOR IS NUMERIC
               AND WS-RH-COUNT < 500
               ADD 1 TO WS-RH-COUNT
               MOVE RH-CURRENCY-CODE TO WS-RH-CCY (WS-RH-COUNT)
               MOVE RH-EFF-DATE TO WS-RH-EFF-DATE (WS-RH-COUNT)
               MOVE RH-OLD-FACTOR TO WS-RH-OLD-FCTR (WS-RH-COUNT)
           END-IF
           PERFORM 1260-READ-RATE-HIST-REC.

      ******************************************************************
      * THE SAME PER-CURRENCY AUTHORIZATION LIMITS SOMA DIVERTS BY;
      * A CURRENCY WITH NO LIMIT RECORD HAS NO CEILING.
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-RECOMPUTE-CONTROLS.
           OPEN INPUT HIST-KEYED-FILE
           IF WS-KEYED-FILE-STATUS = "00"
               SET WS-PKEY-OPEN TO TRUE
               IF WS-POST-CYCLE > 1
                   PERFORM 2005-LOAD-EARLIER-CYCLES
               END-IF
           END-IF
           OPEN INPUT TRANS-FILE
           PERFORM 2010-READ-TRANS
           PERFORM 2020-CHECK-TRANS UNTIL WS-EOF
           CLOSE TRANS-FILE
           IF WS-PKEY-OPEN
               CLOSE HIST-KEYED-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

      ******************************************************************
      * SAME AS SOMA: PAIRS AN EARLIER CYCLE OF TONIGHT'S DATE POSTED
      * ARE ALREADY SEEN BEFORE THE FIRST DETAIL IS RECOMPUTED.
      ******************************************************************
       2005-LOAD-EARLIER-CYCLES.
           MOVE "N" TO WS-PRIOR-WALK-SW
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE ZERO TO PH-CYCLE
           MOVE ZERO TO PH-SEQUENCE
           START HIST-KEYED-FILE KEY NOT < PH-RECORD-KEY
               INVALID KEY
                   SET WS-PRIOR-WALK-DONE TO TRUE
           END-START
           PERFORM 2006-LOAD-EARLIER-PAIR
               UNTIL WS-PRIOR-WALK-DONE.

       2006-LOAD-EARLIER-PAIR.
           READ HIST-KEYED-FILE NEXT RECORD
               AT END SET WS-PRIOR-WALK-DONE TO TRUE
           END-READ
           IF NOT WS-PRIOR-WALK-DONE
               IF PH-RUN-DATE NOT = WS-RUN-DATE
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
                   END-IF
               END-IF
           END-IF.

       2010-READ-TRANS.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
                   ELSE
                       MOVE TR-ORIGINATOR-CODE TO WS-CURRENT-ORIG
                   END-IF
               WHEN TR-IS-DETAIL AND TR-OP-REV
                   PERFORM 2400-RECOMPUTE-REVERSAL
               WHEN TR-IS-DETAIL
                   PERFORM 2100-RECOMPUTE-PAIR
           END-EVALUATE
      * CURRENCY HAS A RATE, THE OPERATION APPLIES WITHOUT OVERFLOW OR
      * ZERO DIVISOR, IT IS NOT A DIVERTED DUPLICATE, AND IT IS NOT
      * HELD FOR AUTHORIZATION - WITH THE SAME SUS-ORIGINATOR BYPASS
      * THAT LETS A SUPERVISOR-RELEASED BATCH POST. A VALUE DATE LATER
      * THAN TONIGHT REJECTS; AN EARLIER ONE CONVERTS AT THE RATE
      * THAT APPLIED ON THAT DATE.
      ******************************************************************
       2100-RECOMPUTE-PAIR.
           PERFORM 2150-CHECK-DUPLICATE
               IF NOT WS-CCY-FOUND
                   SET WS-SIZE-ERROR TO TRUE
               ELSE
                   PERFORM 2250-CHECK-VALUE-DATE
               END-IF
               IF NOT WS-SIZE-ERROR
                   PERFORM 2300-APPLY-OPERATION
                   IF NOT WS-SIZE-ERROR
                       COMPUTE WS-BASE-RESULT ROUNDED =
               MOVE WS-RATE-FCTR (WS-RATE-IX) TO WS-FOUND-RATE
           END-IF.

       2250-CHECK-VALUE-DATE.
           IF TR-VALUE-DATE IS NUMERIC
               AND TR-VALUE-DATE > ZERO
               IF TR-VALUE-DATE > WS-RUN-DATE
                   SET WS-SIZE-ERROR TO TRUE
               ELSE
                   IF TR-VALUE-DATE < WS-RUN-DATE
                       PERFORM 2260-FIND-VALUE-DATE-RATE
                   END-IF
               END-IF
           END-IF.

       2260-FIND-VALUE-DATE-RATE.
           MOVE ZERO TO WS-VD-BEST-DATE
           IF WS-WORK-CCY NOT = "BRL"
               PERFORM 2270-CHECK-HIST-ENTRY
                   VARYING WS-RH-IX FROM 1 BY 1
                   UNTIL WS-RH-IX > WS-RH-COUNT
           END-IF
           IF WS-FOUND-RATE = ZERO
               SET WS-SIZE-ERROR TO TRUE
           END-IF.

       2270-CHECK-HIST-ENTRY.
           IF WS-RH-CCY (WS-RH-IX) = WS-WORK-CCY
               AND WS-RH-EFF-DATE (WS-RH-IX) > TR-VALUE-DATE
               IF WS-VD-BEST-DATE = ZERO
                   OR WS-RH-EFF-DATE (WS-RH-IX) < WS-VD-BEST-DATE
                   MOVE WS-RH-EFF-DATE (WS-RH-IX) TO WS-VD-BEST-DATE
                   MOVE WS-RH-OLD-FCTR (WS-RH-IX) TO WS-FOUND-RATE
               END-IF
           END-IF.

       2300-APPLY-OPERATION.
           MOVE TR-NUM1 TO NUM1
           MOVE TR-NUM2 TO NUM2
                   SET WS-SIZE-ERROR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * A REVERSAL POSTED ONLY IF SOMA FOUND ITS ORIGINAL AND MARKED
      * IT REVERSED TONIGHT; THE FIRST SUCH REVERSAL OF A TRACE IN
      * THE FILE COUNTS AT THE NEGATED ORIGINAL BASE RESULT, AND ANY
      * LATER ONE FOR THE SAME TRACE WAS REJECTED AS ALREADY REVERSED.
      ******************************************************************
       2400-RECOMPUTE-REVERSAL.
           MOVE "N" TO WS-REV-COUNTS-SW
           MOVE "N" TO WS-REV-WALK-SW
           IF WS-PKEY-OPEN AND TR-TRACE-ID IS NUMERIC
               AND TR-TRACE-ID > ZERO
               MOVE TR-TRACE-ID TO PH-TRACE-ID
               START HIST-KEYED-FILE KEY IS EQUAL TO PH-TRACE-ID
                   INVALID KEY SET WS-REV-WALK-DONE TO TRUE
               END-START
               PERFORM 2410-CHECK-HISTORY-REC
                   UNTIL WS-REV-WALK-DONE
           END-IF
           IF WS-REV-COUNTS
               PERFORM 2420-CHECK-REVERSED-ENTRY
                   VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-REVERSED-COUNT
                       OR NOT WS-REV-COUNTS
           END-IF
           IF WS-REV-COUNTS
               ADD 1 TO WS-CALC-COUNT
               SUBTRACT PH-BASE-RESULT FROM WS-CALC-TOTAL
               IF WS-REVERSED-COUNT < 200
                   ADD 1 TO WS-REVERSED-COUNT
                   MOVE TR-TRACE-ID
                       TO WS-REVERSED-TRACE (WS-REVERSED-COUNT)
               END-IF
           END-IF.

       2410-CHECK-HISTORY-REC.
           READ HIST-KEYED-FILE NEXT RECORD
               AT END SET WS-REV-WALK-DONE TO TRUE
           END-READ
           IF NOT WS-REV-WALK-DONE
               IF PH-TRACE-ID NOT = TR-TRACE-ID
                   SET WS-REV-WALK-DONE TO TRUE
               ELSE
                   IF PH-OP-CODE NOT = "REV"
                       SET WS-REV-WALK-DONE TO TRUE
                       IF PH-REVERSED
                           AND PH-REVERSED-DATE = WS-RUN-DATE
                           AND PH-REVERSED-CYCLE = WS-POST-CYCLE
                           SET WS-REV-COUNTS TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2420-CHECK-REVERSED-ENTRY.
           IF WS-REVERSED-TRACE (WS-REV-IX) = TR-TRACE-ID
               MOVE "N" TO WS-REV-COUNTS-SW
           END-IF.

      ******************************************************************
      * THE SOMA TRAILER LINE HAS FIXED COLUMNS:
      *   TRAILER - COUNT: NNNNNNN  GRAND TOTAL (BRL): -NNNNNNNN.NN
