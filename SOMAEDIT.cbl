      *              with a nonzero return code when records were
      *              dropped, and a higher one when the file is
      *              structurally unusable, so the nightly chain can
      *              stop before SOMA abends mid-run. A detail
      *              value-dated after tonight's business date is
      *              set aside on the value-date warehouse, to be
      *              released into TRANIN on the night it falls due.
      *              The posting cycle on the SOMACYC control card
      *              keeps trace ids of a second cycle on the same
      *              business date clear of the first cycle's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DROP-FILE ASSIGN TO "SOMAEDRJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHOUSE-FILE ASSIGN TO "SOMAVDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
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

       FD  RAWIN-FILE.
       01  RAW-RECORD              PIC X(80).

           05  FILLER              PIC X(01) VALUE SPACE.
           05  DR-TRACE-ID         PIC X(13).

      ******************************************************************
      * THE WAREHOUSE HOLDS A FUTURE-DATED DETAIL, TRACE ID ALREADY
      * STAMPED, UNTIL ITS VALUE DATE COMES ROUND; SOMAVREL READS IT
      * EACH NIGHT AND RELEASES WHAT HAS FALLEN DUE. THE POSTING
      * CYCLE THAT WAREHOUSED IT TELLS THE CYCLES OF ONE DATE APART.
      ******************************************************************
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05  WH-VALUE-DATE       PIC 9(06).
           05  WH-ORIGINATOR       PIC X(03).
           05  WH-WAREHOUSED-DATE  PIC 9(06).
           05  WH-TRAN-IMAGE       PIC X(46).
           05  WH-CYCLE            PIC 9(01).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-COMPL-FILE-STATUS    PIC X(02).
       01  WS-WHSE-FILE-STATUS     PIC X(02).
       01  WS-CYCLE-FILE-STATUS    PIC X(02).
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-POST-CYCLE           PIC 9(01) VALUE 1.
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

               88  WS-STRUCT-ERROR             VALUE "Y".
           05  WS-CTL-MISMATCH-SW  PIC X(01) VALUE "N".
               88  WS-CTL-MISMATCH             VALUE "Y".
           05  WS-REV-NO-TRACE-SW  PIC X(01) VALUE "N".
               88  WS-REV-NO-TRACE             VALUE "Y".
           05  WS-VALUE-DATE-SW    PIC X(01) VALUE "N".
               88  WS-VALUE-DATE-BAD           VALUE "B".
               88  WS-VALUE-DATE-FUTURE        VALUE "F".

       01  WS-TRAN-IMAGE.
           05  WS-TR-REC-TYPE      PIC X(03).
           05  WS-TR-TRACE-X       PIC X(13).
           05  WS-TR-TRACE-N REDEFINES WS-TR-TRACE-X
                                   PIC 9(13).
           05  WS-TR-VALUE-DATE-X  PIC X(06).
           05  WS-TR-VALUE-DATE REDEFINES WS-TR-VALUE-DATE-X
                                   PIC 9(06).

       01  WS-CONTROL-FIELDS.
           05  WS-CTL-COUNT-X      PIC X(07).
           05  WS-HOLD-COUNT       PIC 9(04) VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-HOLD-IDX.
               10  WS-HOLD-IMAGE   PIC X(46).

      ******************************************************************
      * FUTURE-DATED DETAILS WAIT HERE WITH THE REST OF THEIR BATCH;
      * THEY GO TO THE WAREHOUSE ONLY ONCE THE BATCH IS WRITTEN CLEAN,
      * AND ARE DROPPED WITH IT IF IT IS NOT.
      ******************************************************************
       01  WS-WHSE-HOLD.
           05  WS-WHSE-HOLD-COUNT  PIC 9(04) VALUE ZERO.
           05  WS-WHSE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-WHSE-IDX.
               10  WS-WHSE-VALUE-DATE  PIC 9(06).
               10  WS-WHSE-IMAGE       PIC X(46).

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-KEPT-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DROP-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-WHSE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BATCH-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-BATCH-OUT-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
      * THE REJECTS AND THE RECYCLE, SO ONE ID FOLLOWS THE ITEM FOR
      * ITS WHOLE LIFE. A DETAIL ARRIVING WITH A TRACE ID ALREADY ON
      * IT (A REPAIRED OR RELEASED ITEM COMING BACK AROUND) KEEPS IT.
      * THE FIRST DIGIT OF THE SEQUENCE IS THE POSTING CYCLE LESS
      * ONE, SO A LATER CYCLE ON THE SAME DATE NEVER REISSUES AN ID.
      ******************************************************************
       01  WS-TRACE-FIELDS.
           05  WS-TRACE-BUILD.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1040-GET-POSTING-CYCLE
           COMPUTE WS-NEXT-TRACE-SEQ = (WS-POST-CYCLE - 1) * 1000000
           OPEN INPUT RAWIN-FILE
           OPEN OUTPUT CLEAN-FILE
           OPEN OUTPUT EDIT-FILE
           OPEN OUTPUT DROP-FILE
           OPEN EXTEND WAREHOUSE-FILE
           IF WS-WHSE-FILE-STATUS NOT = "00"
               OPEN OUTPUT WAREHOUSE-FILE
           END-IF
           PERFORM 1800-OPEN-AUDIT-LOG
           MOVE "SOMA TRANSACTION FILE EDIT REPORT" TO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE SPACES TO EDIT-RECORD
           STRING "POSTING CYCLE   : " DELIMITED BY SIZE
               WS-POST-CYCLE DELIMITED BY SIZE
               INTO EDIT-RECORD
           END-STRING
           WRITE EDIT-RECORD
           MOVE SPACES TO EDIT-RECORD
           WRITE EDIT-RECORD
           PERFORM 2100-READ-RAW.

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

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"

       2000-EDIT-BATCH.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE ZERO TO WS-WHSE-HOLD-COUNT
           IF NOT WS-TR-IS-HEADER
               MOVE "RECORD OUTSIDE ANY BATCH" TO WS-DROP-REASON
               MOVE "E106" TO WS-DROP-REASON-CODE
               END-IF
           END-IF.

      ******************************************************************
      * A REVERSAL NAMES THE POSTING IT BACKS OUT BY ITS TRACE ID, SO
      * ONE THAT ARRIVES WITHOUT A USABLE TRACE IS DROPPED BEFORE A
      * FRESH TRACE IS ASSIGNED - A NEW TRACE WOULD POINT NOWHERE.
      * ITS AMOUNTS STILL COUNT TOWARD THE BATCH CONTROL THE
      * ORIGINATOR SENT. A VALUE DATE LATER THAN TONIGHT SENDS THE
      * DETAIL TO THE WAREHOUSE INSTEAD OF THE CLEAN FILE; IT TOO
      * STILL COUNTS TOWARD THE CONTROL THE ORIGINATOR SENT, AND IT
      * IS HELD WITH ITS BATCH UNTIL THE BATCH IS PROVED.
      ******************************************************************
       2010-EDIT-DETAIL.
           MOVE "N" TO WS-REV-NO-TRACE-SW
           MOVE "N" TO WS-VALUE-DATE-SW
           IF WS-TR-IS-DETAIL
               ADD 1 TO WS-BATCH-SEEN-COUNT
               IF WS-TR-OP-CODE = "REV"
                   AND (WS-TR-TRACE-X = SPACES
                   OR WS-TR-TRACE-N IS NOT NUMERIC
                   OR WS-TR-TRACE-N = ZERO)
                   SET WS-REV-NO-TRACE TO TRUE
               END-IF
               PERFORM 2012-CHECK-VALUE-DATE
               PERFORM 2015-ASSIGN-TRACE-ID
           END-IF
           EVALUATE TRUE
                   MOVE "NUM2 NOT NUMERIC" TO WS-DROP-REASON
                   MOVE "E103" TO WS-DROP-REASON-CODE
                   PERFORM 2200-DROP-RECORD
               WHEN WS-REV-NO-TRACE
                   COMPUTE WS-SEEN-AMOUNT =
                       WS-SEEN-AMOUNT + WS-TR-NUM1 + WS-TR-NUM2
                   MOVE "REVERSAL WITHOUT TRACE ID" TO WS-DROP-REASON
                   MOVE "E107" TO WS-DROP-REASON-CODE
                   PERFORM 2200-DROP-RECORD
               WHEN WS-VALUE-DATE-BAD
                   COMPUTE WS-SEEN-AMOUNT =
                       WS-SEEN-AMOUNT + WS-TR-NUM1 + WS-TR-NUM2
                   MOVE "INVALID VALUE DATE" TO WS-DROP-REASON
                   MOVE "E108" TO WS-DROP-REASON-CODE
                   PERFORM 2200-DROP-RECORD
               WHEN WS-VALUE-DATE-FUTURE
                   COMPUTE WS-SEEN-AMOUNT =
                       WS-SEEN-AMOUNT + WS-TR-NUM1 + WS-TR-NUM2
                   PERFORM 2020-WAREHOUSE-DETAIL
               WHEN WS-HOLD-COUNT >= 1000
                   MOVE "BATCH EXCEEDS HOLD TABLE" TO WS-DROP-REASON
                   MOVE "E104" TO WS-DROP-REASON-CODE
           END-EVALUATE
           PERFORM 2100-READ-RAW.

      ******************************************************************
      * A BLANK OR ZERO VALUE DATE MEANS TONIGHT. ANYTHING ELSE MUST
      * BE A NUMERIC YYMMDD WITH A PLAUSIBLE MONTH AND DAY.
      ******************************************************************
       2012-CHECK-VALUE-DATE.
           IF WS-TR-VALUE-DATE-X NOT = SPACES
               IF WS-TR-VALUE-DATE IS NOT NUMERIC
                   SET WS-VALUE-DATE-BAD TO TRUE
               ELSE
                   IF WS-TR-VALUE-DATE NOT = ZERO
                       IF WS-TR-VALUE-DATE-X (3:2) < "01"
                           OR WS-TR-VALUE-DATE-X (3:2) > "12"
                           OR WS-TR-VALUE-DATE-X (5:2) < "01"
                           OR WS-TR-VALUE-DATE-X (5:2) > "31"
                           SET WS-VALUE-DATE-BAD TO TRUE
                       ELSE
                           IF WS-TR-VALUE-DATE > WS-RUN-DATE
                               SET WS-VALUE-DATE-FUTURE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2020-WAREHOUSE-DETAIL.
           IF WS-WHSE-HOLD-COUNT >= 1000
               MOVE "BATCH EXCEEDS HOLD TABLE" TO WS-DROP-REASON
               MOVE "E104" TO WS-DROP-REASON-CODE
               PERFORM 2200-DROP-RECORD
           ELSE
               ADD 1 TO WS-WHSE-HOLD-COUNT
               SET WS-WHSE-IDX TO WS-WHSE-HOLD-COUNT
               MOVE WS-TR-VALUE-DATE TO WS-WHSE-VALUE-DATE (WS-WHSE-IDX)
               MOVE WS-TRAN-IMAGE TO WS-WHSE-IMAGE (WS-WHSE-IDX)
           END-IF.

       2015-ASSIGN-TRACE-ID.
           IF WS-TR-TRACE-X = SPACES
               OR WS-TR-TRACE-N IS NOT NUMERIC
           MOVE WS-KEPT-AMOUNT TO WS-CL-TRL-AMOUNT
           MOVE WS-CLEAN-IMAGE TO CLEAN-RECORD
           WRITE CLEAN-RECORD
           ADD WS-HOLD-COUNT TO WS-KEPT-COUNT
           PERFORM 2320-WRITE-WAREHOUSE-DETAIL
               VARYING WS-WHSE-IDX FROM 1 BY 1
               UNTIL WS-WHSE-IDX > WS-WHSE-HOLD-COUNT.

       2310-WRITE-CLEAN-DETAIL.
           MOVE SPACES TO CLEAN-RECORD
           MOVE WS-HOLD-IMAGE (WS-HOLD-IDX) TO CLEAN-RECORD (1:46)
           WRITE CLEAN-RECORD.

       2320-WRITE-WAREHOUSE-DETAIL.
           ADD 1 TO WS-WHSE-COUNT
           MOVE SPACES TO WAREHOUSE-RECORD
           MOVE WS-WHSE-VALUE-DATE (WS-WHSE-IDX) TO WH-VALUE-DATE
           MOVE WS-BATCH-ORIG TO WH-ORIGINATOR
           MOVE WS-RUN-DATE TO WH-WAREHOUSED-DATE
           MOVE WS-WHSE-IMAGE (WS-WHSE-IDX) TO WH-TRAN-IMAGE
           MOVE WS-POST-CYCLE TO WH-CYCLE
           WRITE WAREHOUSE-RECORD
           MOVE SPACES TO EDIT-RECORD
           STRING "WAREHOUSED: " DELIMITED BY SIZE
               WS-WHSE-IMAGE (WS-WHSE-IDX) DELIMITED BY SIZE
               INTO EDIT-RECORD
           END-STRING
           WRITE EDIT-RECORD.

      ******************************************************************
      * A BATCH WITH NO TRAILER IS NOT PROVED: ITS HELD DETAILS AND
      * ITS FUTURE-DATED ONES ALIKE ARE DROPPED, NONE WAREHOUSED.
      ******************************************************************
       2400-DROP-HELD-BATCH.
           PERFORM 2410-DROP-HELD-DETAIL
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           PERFORM 2420-DROP-WAREHOUSE-DETAIL
               VARYING WS-WHSE-IDX FROM 1 BY 1
               UNTIL WS-WHSE-IDX > WS-WHSE-HOLD-COUNT
           ADD WS-WHSE-HOLD-COUNT TO WS-HOLD-COUNT
           MOVE WS-HOLD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EDIT-RECORD
           STRING "BATCH DROPPED - NO TRAILER, DETAILS LOST: "
           MOVE "E105" TO WS-DROP-REASON-CODE
           PERFORM 2210-WRITE-DROP-RECORD.

       2420-DROP-WAREHOUSE-DETAIL.
           ADD 1 TO WS-DROP-COUNT
           MOVE SPACES TO EDIT-RECORD
           STRING "DROPPED: " DELIMITED BY SIZE
               WS-WHSE-IMAGE (WS-WHSE-IDX) DELIMITED BY SIZE
               "  BATCH HAS NO TRAILER" DELIMITED BY SIZE
               INTO EDIT-RECORD
           END-STRING
           WRITE EDIT-RECORD
           MOVE WS-WHSE-IMAGE (WS-WHSE-IDX) TO WS-TRAN-IMAGE
           MOVE "BATCH HAS NO TRAILER" TO WS-DROP-REASON
           MOVE "E105" TO WS-DROP-REASON-CODE
           PERFORM 2210-WRITE-DROP-RECORD.

       3000-FINISH.
           MOVE SPACES TO EDIT-RECORD
           WRITE EDIT-RECORD
               INTO EDIT-RECORD
           END-STRING
           WRITE EDIT-RECORD
           MOVE WS-WHSE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EDIT-RECORD
           STRING "WAREHOUSED      : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EDIT-RECORD
           END-STRING
           WRITE EDIT-RECORD
           MOVE WS-BATCH-OUT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EDIT-RECORD
           STRING "BATCHES WRITTEN : " DELIMITED BY SIZE
           CLOSE CLEAN-FILE
           CLOSE EDIT-FILE
           CLOSE DROP-FILE
           CLOSE WAREHOUSE-FILE
           CLOSE AUDIT-FILE.

       3900-SET-RETURN-CODE.
