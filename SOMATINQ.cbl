      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Trace-id lifecycle inquiry. Reads a request file
      *              of trace ids and assembles, for each one, every
      *              point on the posting path where that trace has
      *              been seen: its arrival on TRANIN and its edited
      *              copy on TRANOK, a value-date warehouse entry,
      *              an edit drop on SOMAEDRJ, a posting reject on
      *              SOMAREJ, a repair carry-forward on SOMARFW and
      *              the SOMACORR repair or write-off against its
      *              reject id, a suspense hold on SOMAHOLD or
      *              SOMASFW and the SOMARELS release or refusal
      *              against its hold id, its postings on SOMAPKEY
      *              (reversals included) and the GLJRNL lines for
      *              those postings. The events are written as one
      *              timeline per trace id in date order, closed by
      *              the trace's final state: posted, written off,
      *              held, pending repair, warehoused, in progress or
      *              never received. A hit/miss summary and an audit
      *              entry end the run, so "what happened to this
      *              trace" is answered from the files instead of by
      *              searching each one by hand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMATINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "SOMATREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "SOMATRSP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANIN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANIN-FILE-STATUS.
           SELECT CLEAN-FILE ASSIGN TO "TRANOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-FILE-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "SOMAVDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
           SELECT DROP-FILE ASSIGN TO "SOMAEDRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "SOMAREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT REPAIR-FWD-FILE ASSIGN TO "SOMARFW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFW-FILE-STATUS.
           SELECT CORR-FILE ASSIGN TO "SOMACORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "SOMAHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT SUSP-FWD-FILE ASSIGN TO "SOMASFW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFW-FILE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "SOMARELS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.
           SELECT HIST-KEYED-FILE ASSIGN TO "SOMAPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
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

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  REQ-TRACE-ID        PIC X(13).
           05  REQ-TRACE-N REDEFINES REQ-TRACE-ID
                                   PIC 9(13).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD         PIC X(100).

      ******************************************************************
      * TRANIN AND TRANOK SHARE THE TRANSACTION LAYOUT. ON TRANIN A
      * NEW DETAIL HAS NO TRACE YET - THE EDIT ASSIGNS IT - SO A
      * FRESH ITEM IS FIRST SEEN ON TRANOK; A REPAIR, RELEASE OR
      * REVERSAL ALREADY CARRIES ITS TRACE ON TRANIN.
      ******************************************************************
       FD  TRANIN-FILE.
       01  TRANIN-RECORD.
           05  TI-REC-TYPE         PIC X(03).
               88  TI-IS-DETAIL            VALUE "DTL".
           05  TI-NUM1-X           PIC X(09).
           05  TI-NUM2-X           PIC X(09).
           05  TI-OP-CODE          PIC X(03).
           05  TI-CURRENCY         PIC X(03).
           05  TI-TRACE-ID         PIC X(13).
           05  TI-VALUE-DATE       PIC X(06).
           05  FILLER              PIC X(34).

       FD  CLEAN-FILE.
       01  CLEAN-RECORD.
           05  CL-REC-TYPE         PIC X(03).
               88  CL-IS-DETAIL            VALUE "DTL".
           05  CL-NUM1-X           PIC X(09).
           05  CL-NUM2-X           PIC X(09).
           05  CL-OP-CODE          PIC X(03).
           05  CL-CURRENCY         PIC X(03).
           05  CL-TRACE-ID         PIC X(13).
           05  CL-VALUE-DATE       PIC X(06).
           05  FILLER              PIC X(34).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05  WH-VALUE-DATE       PIC 9(06).
           05  WH-ORIGINATOR       PIC X(03).
           05  WH-WAREHOUSED-DATE  PIC 9(06).
           05  WH-TRAN-IMAGE.
               10  WH-REC-TYPE         PIC X(03).
               10  WH-NUM1-X           PIC X(09).
               10  WH-NUM2-X           PIC X(09).
               10  WH-OP-CODE          PIC X(03).
               10  WH-CURRENCY         PIC X(03).
               10  WH-TRACE-ID         PIC X(13).
               10  FILLER              PIC X(06).
           05  WH-CYCLE            PIC X(01).

       FD  DROP-FILE.
       01  DROP-RECORD.
           05  DR-NUM1-X           PIC X(09).
           05  DR-NUM2-X           PIC X(09).
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

       FD  REPAIR-FWD-FILE.
       01  REPAIR-FWD-RECORD.
           05  RF-NUM1             PIC S9(7)V99.
           05  RF-NUM2             PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  RF-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  RF-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  RF-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(01).
           05  RF-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(01).
           05  RF-AGE              PIC 9(03).
           05  FILLER              PIC X(01).
           05  RF-REJECT-ID        PIC 9(05).
           05  FILLER              PIC X(01).
           05  RF-ORIGINATOR       PIC X(03).
           05  FILLER              PIC X(01).
           05  RF-TRACE-ID         PIC 9(13).

       FD  CORR-FILE.
       01  CORR-RECORD.
           05  CORR-REJECT-ID      PIC 9(05).
           05  CORR-ACTION         PIC X(01).
               88  CORR-IS-REPAIR          VALUE "R".
               88  CORR-IS-WRITEOFF        VALUE "W".
           05  CORR-NUM1           PIC S9(7)V99.
           05  CORR-NUM2           PIC S9(7)V99.
           05  CORR-OP-CODE        PIC X(03).
           05  CORR-CURRENCY-CODE  PIC X(03).

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

       FD  SUSP-FWD-FILE.
       01  SUSP-FWD-RECORD.
           05  SF-NUM1             PIC S9(7)V99.
           05  SF-NUM2             PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  SF-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  SF-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  SF-LIMIT-AMOUNT     PIC 9(9)V99.
           05  FILLER              PIC X(01).
           05  SF-ORIGINATOR       PIC X(03).
           05  FILLER              PIC X(01).
           05  SF-AGE              PIC 9(03).
           05  FILLER              PIC X(01).
           05  SF-HOLD-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  SF-TRACE-ID         PIC 9(13).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05  RL-HOLD-ID          PIC 9(05).
           05  RL-ACTION           PIC X(01).
               88  RL-IS-RELEASE           VALUE "A".
               88  RL-IS-REFUSE            VALUE "R".
           05  RL-SUPERVISOR       PIC X(08).

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

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JL-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  JL-SEQUENCE         PIC 9(07).
           05  FILLER              PIC X(01).
           05  JL-ACCOUNT          PIC X(08).
           05  FILLER              PIC X(01).
           05  JL-DR-CR            PIC X(01).
           05  FILLER              PIC X(01).
           05  JL-AMOUNT           PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  JL-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  JL-CYCLE            PIC 9(01).

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-REQUEST-FILE-STATUS  PIC X(02).
           05  WS-TRANIN-FILE-STATUS   PIC X(02).
           05  WS-CLEAN-FILE-STATUS    PIC X(02).
           05  WS-WHSE-FILE-STATUS     PIC X(02).
           05  WS-DROP-FILE-STATUS     PIC X(02).
           05  WS-REJECT-FILE-STATUS   PIC X(02).
           05  WS-RFW-FILE-STATUS      PIC X(02).
           05  WS-CORR-FILE-STATUS     PIC X(02).
           05  WS-HOLD-FILE-STATUS     PIC X(02).
           05  WS-SFW-FILE-STATUS      PIC X(02).
           05  WS-RELEASE-FILE-STATUS  PIC X(02).
           05  WS-KEYED-FILE-STATUS    PIC X(02).
           05  WS-JOURNAL-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".
       01  WS-MISSING-DDNAME       PIC X(08).

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-WALK-DONE-SW     PIC X(01) VALUE "N".
               88  WS-WALK-DONE               VALUE "Y".
           05  WS-EVENT-FOUND-SW   PIC X(01) VALUE "N".
               88  WS-EVENT-FOUND             VALUE "Y".

       01  WS-COUNTERS.
           05  WS-REQUEST-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-BAD-REQ-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-HIT-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-MISS-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-POSTED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-WRITTEN-OFF-COUNT PIC 9(07) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-PENDING-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-WHSE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-PROGRESS-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-DROPPED-EVENTS   PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

      ******************************************************************
      * ONE ENTRY PER REQUESTED TRACE. THE SWITCHES RECORD WHICH
      * POINTS ON THE PATH THE TRACE HAS REACHED; THE FINAL STATE IS
      * DECIDED FROM THEM ONCE EVERY FILE HAS BEEN READ.
      ******************************************************************
       01  WS-REQUEST-TABLE.
           05  WS-REQ-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-REQ-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-REQ-IDX.
               10  WS-REQ-TRACE        PIC X(13).
               10  WS-REQ-SEEN-SW      PIC X(01).
                   88  WS-REQ-SEEN             VALUE "Y".
               10  WS-REQ-POSTED-SW    PIC X(01).
                   88  WS-REQ-POSTED           VALUE "Y".
               10  WS-REQ-REVERSED-SW  PIC X(01).
                   88  WS-REQ-REVERSED         VALUE "Y".
               10  WS-REQ-PENDING-SW   PIC X(01).
                   88  WS-REQ-PENDING          VALUE "Y".
               10  WS-REQ-WRITEOFF-SW  PIC X(01).
                   88  WS-REQ-WRITTEN-OFF      VALUE "Y".
               10  WS-REQ-HELD-SW      PIC X(01).
                   88  WS-REQ-HELD             VALUE "Y".
               10  WS-REQ-RELEASED-SW  PIC X(01).
                   88  WS-REQ-RELEASED         VALUE "Y".
               10  WS-REQ-WHSE-SW      PIC X(01).
                   88  WS-REQ-WAREHOUSED       VALUE "Y".

      ******************************************************************
      * EVERY SIGHTING OF A REQUESTED TRACE, IN THE ORDER THE FILES
      * ARE READ. THE RANK ORDERS EVENTS OF THE SAME DATE BY THEIR
      * PLACE ON THE PATH, SO THE TIMELINE READS FROM ARRIVAL TO THE
      * LEDGER EVEN WHEN EVERYTHING HAPPENED IN ONE NIGHT.
      ******************************************************************
       01  WS-EVENT-TABLE.
           05  WS-EVT-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-EVT-ENTRY OCCURS 2000 TIMES.
               10  WS-EVT-REQ          PIC 9(03).
               10  WS-EVT-DATE         PIC 9(06).
               10  WS-EVT-RANK         PIC 9(02).
               10  WS-EVT-TEXT         PIC X(70).
               10  WS-EVT-DONE-SW      PIC X(01).
                   88  WS-EVT-DONE             VALUE "Y".

      ******************************************************************
      * THE JOURNAL AND THE CORRECTION AND RELEASE FILES DO NOT CARRY
      * THE TRACE. THEIR LINES ARE TIED BACK THROUGH THE POSTING KEY,
      * THE REJECT ID AND THE HOLD ID PICKED UP ON THE WAY.
      ******************************************************************
       01  WS-POSTING-KEY-TABLE.
           05  WS-PKY-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-PKY-ENTRY OCCURS 500 TIMES.
               10  WS-PKY-REQ          PIC 9(03).
               10  WS-PKY-RUN-DATE     PIC 9(06).
               10  WS-PKY-CYCLE        PIC 9(01).
               10  WS-PKY-SEQUENCE     PIC 9(07).

       01  WS-REJECT-ID-TABLE.
           05  WS-RID-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-RID-ENTRY OCCURS 500 TIMES.
               10  WS-RID-REQ          PIC 9(03).
               10  WS-RID-REJECT-ID    PIC 9(05).

       01  WS-HOLD-ID-TABLE.
           05  WS-HID-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-HID-ENTRY OCCURS 500 TIMES.
               10  WS-HID-REQ          PIC 9(03).
               10  WS-HID-HOLD-ID      PIC 9(05).

       01  WS-WORK-FIELDS.
           05  WS-FIND-TRACE       PIC X(13).
           05  WS-MATCH-IX         PIC 9(03) VALUE ZERO.
           05  WS-SCAN-IX          PIC 9(04) VALUE ZERO.
           05  WS-KEY-MATCH-IX     PIC 9(04) VALUE ZERO.
           05  WS-BEST-IX          PIC 9(04) VALUE ZERO.
           05  WS-CURRENT-REQ      PIC 9(03) VALUE ZERO.
           05  WS-NEW-DATE         PIC 9(06).
           05  WS-NEW-RANK         PIC 9(02).
           05  WS-NEW-TEXT         PIC X(70).
           05  WS-FINAL-STATE      PIC X(24).

       01  WS-EDIT-FIELDS.
           05  WS-RESULT-ED        PIC -(7)9.99.
           05  WS-GL-AMOUNT-ED     PIC -(9)9.99.
           05  WS-BATCH-ED         PIC ZZZ9.
           05  WS-ID-ED            PIC ZZZZ9.
           05  WS-AGE-ED           PIC ZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-RC = ZERO
               PERFORM 2000-COLLECT-POSTINGS
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               CLOSE HIST-KEYED-FILE
               PERFORM 2100-SCAN-TRANIN
               PERFORM 2200-SCAN-TRANOK
               PERFORM 2300-SCAN-WAREHOUSE
               PERFORM 2400-SCAN-DROPS
               PERFORM 2500-SCAN-REJECTS
               PERFORM 2600-SCAN-REPAIR-FORWARD
               PERFORM 2650-SCAN-CORRECTIONS
               PERFORM 2700-SCAN-HOLDS
               PERFORM 2800-SCAN-SUSPENSE-FORWARD
               PERFORM 2850-SCAN-RELEASES
               PERFORM 2900-SCAN-JOURNAL
               PERFORM 3000-WRITE-TIMELINES
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               PERFORM 3500-WRITE-SUMMARY
           END-IF
           PERFORM 9000-FINISH
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN INPUT HIST-KEYED-FILE
           IF WS-KEYED-FILE-STATUS NOT = "00"
               DISPLAY "SOMATINQ: CANNOT OPEN SOMAPKEY, STATUS "
                   WS-KEYED-FILE-STATUS
               MOVE "CANNOT OPEN SOMAPKEY CLUSTER" TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT RESPONSE-FILE
               PERFORM 1100-LOAD-REQUESTS
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
      * A REQUEST IS ONE 13-DIGIT TRACE ID. A NON-NUMERIC OR ZERO ID
      * IS ANSWERED WITH A BAD-REQ LINE; A TRACE ASKED FOR TWICE IS
      * ANSWERED ONCE.
      ******************************************************************
       1100-LOAD-REQUESTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS = "00"
               PERFORM 1110-READ-REQUEST
               PERFORM 1120-STORE-REQUEST UNTIL WS-EOF
               CLOSE REQUEST-FILE
           END-IF.

       1110-READ-REQUEST.
           READ REQUEST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-STORE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           IF REQ-TRACE-N IS NOT NUMERIC
               OR REQ-TRACE-N = ZERO
               ADD 1 TO WS-BAD-REQ-COUNT
               MOVE SPACES TO RESPONSE-RECORD
               STRING "TRACE " DELIMITED BY SIZE
                   REQ-TRACE-ID DELIMITED BY SIZE
                   " BAD-REQ" DELIMITED BY SIZE
                   INTO RESPONSE-RECORD
               END-STRING
               WRITE RESPONSE-RECORD
           ELSE
               MOVE REQ-TRACE-ID TO WS-FIND-TRACE
               PERFORM 2950-FIND-TRACE
               IF WS-MATCH-IX = ZERO
                   IF WS-REQ-COUNT < 200
                       ADD 1 TO WS-REQ-COUNT
                       SET WS-REQ-IDX TO WS-REQ-COUNT
                       MOVE REQ-TRACE-ID TO WS-REQ-TRACE (WS-REQ-IDX)
                       MOVE "N" TO WS-REQ-SEEN-SW (WS-REQ-IDX)
                           WS-REQ-POSTED-SW (WS-REQ-IDX)
                           WS-REQ-REVERSED-SW (WS-REQ-IDX)
                           WS-REQ-PENDING-SW (WS-REQ-IDX)
                           WS-REQ-WRITEOFF-SW (WS-REQ-IDX)
                           WS-REQ-HELD-SW (WS-REQ-IDX)
                           WS-REQ-RELEASED-SW (WS-REQ-IDX)
                           WS-REQ-WHSE-SW (WS-REQ-IDX)
                   ELSE
                       ADD 1 TO WS-BAD-REQ-COUNT
                       MOVE SPACES TO RESPONSE-RECORD
                       STRING "TRACE " DELIMITED BY SIZE
                           REQ-TRACE-ID DELIMITED BY SIZE
                           " NOT-TAKEN - REQUEST LIMIT REACHED"
                               DELIMITED BY SIZE
                           INTO RESPONSE-RECORD
                       END-STRING
                       WRITE RESPONSE-RECORD
                   END-IF
               END-IF
           END-IF
           PERFORM 1110-READ-REQUEST.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMATINQ" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * A FILE THAT IS NOT THERE IS NAMED ON THE RESPONSE SO THE
      * READER KNOWS THE TIMELINES CANNOT SHOW THAT POINT ON THE PATH;
      * IT IS NOT AN ERROR - SOMACORR AND SOMARELS ONLY EXIST ON THE
      * NIGHTS AN OPERATOR SUPPLIES THEM.
      ******************************************************************
       1950-NOTE-FILE-MISSING.
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SOURCE NOT AVAILABLE: " DELIMITED BY SIZE
               WS-MISSING-DDNAME DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD.

      ******************************************************************
      * THE KEYED HISTORY IS READ ON ITS TRACE INDEX. THE ORIGINAL
      * POSTING AND ANY REVERSAL OF IT SHARE THE TRACE, SO BOTH COME
      * BACK; THE REVERSED MARK ON THE ORIGINAL IS ITS OWN EVENT ON
      * THE DATE THE REVERSAL POSTED.
      ******************************************************************
       2000-COLLECT-POSTINGS.
           MOVE "N" TO WS-WALK-DONE-SW
           SET WS-MATCH-IX TO WS-REQ-IDX
           MOVE WS-REQ-TRACE (WS-REQ-IDX) TO PH-TRACE-ID
           START HIST-KEYED-FILE KEY IS EQUAL TO PH-TRACE-ID
               INVALID KEY
                   SET WS-WALK-DONE TO TRUE
           END-START
           IF NOT WS-WALK-DONE
               PERFORM 2010-READ-NEXT-POSTING
               PERFORM 2020-RECORD-POSTING UNTIL WS-WALK-DONE
           END-IF.

       2010-READ-NEXT-POSTING.
           READ HIST-KEYED-FILE NEXT RECORD
               AT END SET WS-WALK-DONE TO TRUE
           END-READ
           IF NOT WS-WALK-DONE
               AND PH-TRACE-ID NOT = WS-REQ-TRACE (WS-REQ-IDX)
               SET WS-WALK-DONE TO TRUE
           END-IF.

       2020-RECORD-POSTING.
           MOVE PH-BATCH-NO TO WS-BATCH-ED
           MOVE PH-RESULT TO WS-RESULT-ED
           MOVE PH-RUN-DATE TO WS-NEW-DATE
           MOVE 60 TO WS-NEW-RANK
           MOVE SPACES TO WS-NEW-TEXT
           IF PH-OP-CODE = "REV"
               SET WS-REQ-REVERSED (WS-REQ-IDX) TO TRUE
               STRING "REVERSAL POSTED C" DELIMITED BY SIZE
                   PH-CYCLE DELIMITED BY SIZE
                   " SEQ " DELIMITED BY SIZE
                   PH-SEQUENCE DELIMITED BY SIZE
                   " BATCH " DELIMITED BY SIZE
                   WS-BATCH-ED DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   PH-ORIG-OP-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-CURRENCY-CODE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
           ELSE
               SET WS-REQ-POSTED (WS-REQ-IDX) TO TRUE
               STRING "POSTED C" DELIMITED BY SIZE
                   PH-CYCLE DELIMITED BY SIZE
                   " SEQ " DELIMITED BY SIZE
                   PH-SEQUENCE DELIMITED BY SIZE
                   " BATCH " DELIMITED BY SIZE
                   WS-BATCH-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-OP-CODE DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   WS-RESULT-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-CURRENCY-CODE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
           END-IF
           PERFORM 2960-ADD-EVENT
           IF WS-PKY-COUNT < 500
               ADD 1 TO WS-PKY-COUNT
               MOVE WS-MATCH-IX TO WS-PKY-REQ (WS-PKY-COUNT)
               MOVE PH-RUN-DATE TO WS-PKY-RUN-DATE (WS-PKY-COUNT)
               MOVE PH-CYCLE TO WS-PKY-CYCLE (WS-PKY-COUNT)
               MOVE PH-SEQUENCE TO WS-PKY-SEQUENCE (WS-PKY-COUNT)
           END-IF
           IF PH-REVERSED
               SET WS-REQ-REVERSED (WS-REQ-IDX) TO TRUE
               MOVE PH-REVERSED-DATE TO WS-NEW-DATE
               MOVE 80 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               STRING "POSTING SEQ " DELIMITED BY SIZE
                   PH-SEQUENCE DELIMITED BY SIZE
                   " MARKED REVERSED IN CYCLE " DELIMITED BY SIZE
                   PH-REVERSED-CYCLE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2960-ADD-EVENT
           END-IF
           PERFORM 2010-READ-NEXT-POSTING.

      ******************************************************************
      * THE CURRENT GENERATIONS OF THE SEQUENTIAL FILES CARRY NO DATE
      * OF THEIR OWN, SO THEIR EVENTS ARE DATED WITH THE BUSINESS DATE
      * THE INQUIRY RUNS UNDER.
      ******************************************************************
       2100-SCAN-TRANIN.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRANIN-FILE
           IF WS-TRANIN-FILE-STATUS = "00"
               PERFORM 2110-READ-TRANIN
               PERFORM 2120-CHECK-TRANIN UNTIL WS-EOF
               CLOSE TRANIN-FILE
           ELSE
               MOVE "TRANIN" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2110-READ-TRANIN.
           READ TRANIN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2120-CHECK-TRANIN.
           IF TI-IS-DETAIL
               MOVE TI-TRACE-ID TO WS-FIND-TRACE
               PERFORM 2950-FIND-TRACE
               IF WS-MATCH-IX > ZERO
                   MOVE WS-RUN-DATE TO WS-NEW-DATE
                   MOVE 10 TO WS-NEW-RANK
                   MOVE SPACES TO WS-NEW-TEXT
                   IF TI-OP-CODE = "REV"
                       STRING "REVERSAL RECEIVED ON TRANIN "
                               DELIMITED BY SIZE
                           TI-CURRENCY DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                   ELSE
                       STRING "RECEIVED ON TRANIN " DELIMITED BY SIZE
                           TI-NUM1-X DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TI-OP-CODE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TI-NUM2-X DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TI-CURRENCY DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                   END-IF
                   PERFORM 2960-ADD-EVENT
               END-IF
           END-IF
           PERFORM 2110-READ-TRANIN.

       2200-SCAN-TRANOK.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CLEAN-FILE
           IF WS-CLEAN-FILE-STATUS = "00"
               PERFORM 2210-READ-TRANOK
               PERFORM 2220-CHECK-TRANOK UNTIL WS-EOF
               CLOSE CLEAN-FILE
           ELSE
               MOVE "TRANOK" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2210-READ-TRANOK.
           READ CLEAN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2220-CHECK-TRANOK.
           IF CL-IS-DETAIL
               MOVE CL-TRACE-ID TO WS-FIND-TRACE
               PERFORM 2950-FIND-TRACE
               IF WS-MATCH-IX > ZERO
                   MOVE WS-RUN-DATE TO WS-NEW-DATE
                   MOVE 20 TO WS-NEW-RANK
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING "PASSED EDIT ONTO TRANOK " DELIMITED BY SIZE
                       CL-OP-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CL-CURRENCY DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM 2960-ADD-EVENT
               END-IF
           END-IF
           PERFORM 2210-READ-TRANOK.

       2300-SCAN-WAREHOUSE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-FILE-STATUS = "00"
               PERFORM 2310-READ-WAREHOUSE
               PERFORM 2320-CHECK-WAREHOUSE UNTIL WS-EOF
               CLOSE WAREHOUSE-FILE
           ELSE
               MOVE "SOMAVDW" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2310-READ-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2320-CHECK-WAREHOUSE.
           MOVE WH-TRACE-ID TO WS-FIND-TRACE
           PERFORM 2950-FIND-TRACE
           IF WS-MATCH-IX > ZERO
               SET WS-REQ-WAREHOUSED (WS-MATCH-IX) TO TRUE
               IF WH-WAREHOUSED-DATE IS NUMERIC
                   MOVE WH-WAREHOUSED-DATE TO WS-NEW-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-NEW-DATE
               END-IF
               MOVE 25 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               STRING "WAREHOUSED UNTIL VALUE DATE " DELIMITED BY SIZE
                   WH-VALUE-DATE DELIMITED BY SIZE
                   " ORIG " DELIMITED BY SIZE
                   WH-ORIGINATOR DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2960-ADD-EVENT
           END-IF
           PERFORM 2310-READ-WAREHOUSE.

       2400-SCAN-DROPS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DROP-FILE
           IF WS-DROP-FILE-STATUS = "00"
               PERFORM 2410-READ-DROP
               PERFORM 2420-CHECK-DROP UNTIL WS-EOF
               CLOSE DROP-FILE
           ELSE
               MOVE "SOMAEDRJ" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2410-READ-DROP.
           READ DROP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2420-CHECK-DROP.
           MOVE DR-TRACE-ID TO WS-FIND-TRACE
           PERFORM 2950-FIND-TRACE
           IF WS-MATCH-IX > ZERO
               SET WS-REQ-PENDING (WS-MATCH-IX) TO TRUE
               MOVE WS-RUN-DATE TO WS-NEW-DATE
               MOVE 30 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               STRING "DROPPED BY EDIT " DELIMITED BY SIZE
                   DR-REASON-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DR-REASON-TEXT DELIMITED BY SIZE
                   " ORIG " DELIMITED BY SIZE
                   DR-ORIGINATOR-CODE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2960-ADD-EVENT
           END-IF
           PERFORM 2410-READ-DROP.

       2500-SCAN-REJECTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM 2510-READ-REJECT
               PERFORM 2520-CHECK-REJECT UNTIL WS-EOF
               CLOSE REJECT-FILE
           ELSE
               MOVE "SOMAREJ" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2510-READ-REJECT.
           READ REJECT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2520-CHECK-REJECT.
           MOVE RJ-TRACE-ID TO WS-FIND-TRACE
           PERFORM 2950-FIND-TRACE
           IF WS-MATCH-IX > ZERO
               SET WS-REQ-PENDING (WS-MATCH-IX) TO TRUE
               MOVE WS-RUN-DATE TO WS-NEW-DATE
               MOVE 40 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               STRING "REJECTED BY SOMA " DELIMITED BY SIZE
                   RJ-REASON-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RJ-REASON-TEXT DELIMITED BY SIZE
                   " ORIG " DELIMITED BY SIZE
                   RJ-ORIGINATOR-CODE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2960-ADD-EVENT
           END-IF
           PERFORM 2510-READ-REJECT.

      ******************************************************************
      * THE REPAIR CARRY-FORWARD GIVES THE PERSISTENT REJECT ID THAT
      * SOMACORR NAMES, SO IT IS READ BEFORE THE CORRECTIONS.
      ******************************************************************
       2600-SCAN-REPAIR-FORWARD.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REPAIR-FWD-FILE
           IF WS-RFW-FILE-STATUS = "00"
               PERFORM 2610-READ-REPAIR-FORWARD
               PERFORM 2620-CHECK-REPAIR-FORWARD UNTIL WS-EOF
               CLOSE REPAIR-FWD-FILE
           ELSE
               MOVE "SOMARFW" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2610-READ-REPAIR-FORWARD.
           READ REPAIR-FWD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2620-CHECK-REPAIR-FORWARD.
           MOVE RF-TRACE-ID TO WS-FIND-TRACE
           PERFORM 2950-FIND-TRACE
           IF WS-MATCH-IX > ZERO
               SET WS-REQ-PENDING (WS-MATCH-IX) TO TRUE
               IF WS-RID-COUNT < 500
                   ADD 1 TO WS-RID-COUNT
                   MOVE WS-MATCH-IX TO WS-RID-REQ (WS-RID-COUNT)
                   MOVE RF-REJECT-ID TO WS-RID-REJECT-ID (WS-RID-COUNT)
               END-IF
               MOVE RF-REJECT-ID TO WS-ID-ED
               MOVE RF-AGE TO WS-AGE-ED
               MOVE WS-RUN-DATE TO WS-NEW-DATE
               MOVE 45 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               STRING "AWAITING REPAIR, REJECT ID " DELIMITED BY SIZE
                   WS-ID-ED DELIMITED BY SIZE
                   " AGE " DELIMITED BY SIZE
                   WS-AGE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RF-REASON-CODE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2960-ADD-EVENT
           END-IF
           PERFORM 2610-READ-REPAIR-FORWARD.

       2650-SCAN-CORRECTIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CORR-FILE
           IF WS-CORR-FILE-STATUS = "00"
               PERFORM 2660-READ-CORRECTION
               PERFORM 2670-CHECK-CORRECTION UNTIL WS-EOF
               CLOSE CORR-FILE
           ELSE
               MOVE "SOMACORR" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2660-READ-CORRECTION.
           READ CORR-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2670-CHECK-CORRECTION.
           MOVE ZERO TO WS-KEY-MATCH-IX
           IF CORR-REJECT-ID IS NUMERIC
               PERFORM 2680-MATCH-REJECT-ID
                   VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-RID-COUNT
                       OR WS-KEY-MATCH-IX > ZERO
           END-IF
           IF WS-KEY-MATCH-IX > ZERO
               MOVE WS-RID-REQ (WS-KEY-MATCH-IX) TO WS-MATCH-IX
               MOVE CORR-REJECT-ID TO WS-ID-ED
               MOVE WS-RUN-DATE TO WS-NEW-DATE
               MOVE 50 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               EVALUATE TRUE
                   WHEN CORR-IS-REPAIR
                       STRING "REPAIRED AND RESUBMITTED, REJECT ID "
                               DELIMITED BY SIZE
                           WS-ID-ED DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 2960-ADD-EVENT
                   WHEN CORR-IS-WRITEOFF
                       SET WS-REQ-WRITTEN-OFF (WS-MATCH-IX) TO TRUE
                       STRING "WRITTEN OFF, REJECT ID "
                               DELIMITED BY SIZE
                           WS-ID-ED DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 2960-ADD-EVENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2660-READ-CORRECTION.

       2680-MATCH-REJECT-ID.
           IF WS-RID-REJECT-ID (WS-SCAN-IX) = CORR-REJECT-ID
               MOVE WS-SCAN-IX TO WS-KEY-MATCH-IX
           END-IF.

       2700-SCAN-HOLDS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM 2710-READ-HOLD
               PERFORM 2720-CHECK-HOLD UNTIL WS-EOF
               CLOSE HOLD-FILE
           ELSE
               MOVE "SOMAHOLD" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2710-READ-HOLD.
           READ HOLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2720-CHECK-HOLD.
           MOVE HD-TRACE-ID TO WS-FIND-TRACE
           PERFORM 2950-FIND-TRACE
           IF WS-MATCH-IX > ZERO
               SET WS-REQ-HELD (WS-MATCH-IX) TO TRUE
               MOVE WS-RUN-DATE TO WS-NEW-DATE
               MOVE 42 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               STRING "HELD IN SUSPENSE OVER LIMIT, ORIG "
                       DELIMITED BY SIZE
                   HD-ORIGINATOR-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HD-OP-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HD-CURRENCY-CODE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2960-ADD-EVENT
           END-IF
           PERFORM 2710-READ-HOLD.

      ******************************************************************
      * THE SUSPENSE CARRY-FORWARD GIVES THE HOLD ID THAT A SOMARELS
      * RELEASE OR REFUSAL NAMES, SO IT IS READ BEFORE THE RELEASES.
      ******************************************************************
       2800-SCAN-SUSPENSE-FORWARD.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSP-FWD-FILE
           IF WS-SFW-FILE-STATUS = "00"
               PERFORM 2810-READ-SUSPENSE-FORWARD
               PERFORM 2820-CHECK-SUSPENSE-FORWARD UNTIL WS-EOF
               CLOSE SUSP-FWD-FILE
           ELSE
               MOVE "SOMASFW" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2810-READ-SUSPENSE-FORWARD.
           READ SUSP-FWD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2820-CHECK-SUSPENSE-FORWARD.
           MOVE SF-TRACE-ID TO WS-FIND-TRACE
           PERFORM 2950-FIND-TRACE
           IF WS-MATCH-IX > ZERO
               SET WS-REQ-HELD (WS-MATCH-IX) TO TRUE
               IF WS-HID-COUNT < 500
                   ADD 1 TO WS-HID-COUNT
                   MOVE WS-MATCH-IX TO WS-HID-REQ (WS-HID-COUNT)
                   MOVE SF-HOLD-ID TO WS-HID-HOLD-ID (WS-HID-COUNT)
               END-IF
               MOVE SF-HOLD-ID TO WS-ID-ED
               MOVE SF-AGE TO WS-AGE-ED
               MOVE WS-RUN-DATE TO WS-NEW-DATE
               MOVE 46 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               STRING "AWAITING RELEASE, HOLD ID " DELIMITED BY SIZE
                   WS-ID-ED DELIMITED BY SIZE
                   " AGE " DELIMITED BY SIZE
                   WS-AGE-ED DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2960-ADD-EVENT
           END-IF
           PERFORM 2810-READ-SUSPENSE-FORWARD.

       2850-SCAN-RELEASES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-FILE-STATUS = "00"
               PERFORM 2860-READ-RELEASE
               PERFORM 2870-CHECK-RELEASE UNTIL WS-EOF
               CLOSE RELEASE-FILE
           ELSE
               MOVE "SOMARELS" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2860-READ-RELEASE.
           READ RELEASE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * A REFUSAL DROPS THE ITEM FROM THE SUSPENSE FOR GOOD, SO FOR
      * THE FINAL STATE IT COUNTS AS A WRITE-OFF.
      ******************************************************************
       2870-CHECK-RELEASE.
           MOVE ZERO TO WS-KEY-MATCH-IX
           IF RL-HOLD-ID IS NUMERIC
               PERFORM 2880-MATCH-HOLD-ID
                   VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-HID-COUNT
                       OR WS-KEY-MATCH-IX > ZERO
           END-IF
           IF WS-KEY-MATCH-IX > ZERO
               MOVE WS-HID-REQ (WS-KEY-MATCH-IX) TO WS-MATCH-IX
               MOVE RL-HOLD-ID TO WS-ID-ED
               MOVE WS-RUN-DATE TO WS-NEW-DATE
               MOVE 50 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               EVALUATE TRUE
                   WHEN RL-IS-RELEASE
                       SET WS-REQ-RELEASED (WS-MATCH-IX) TO TRUE
                       STRING "RELEASED BY " DELIMITED BY SIZE
                           RL-SUPERVISOR DELIMITED BY SIZE
                           ", HOLD ID " DELIMITED BY SIZE
                           WS-ID-ED DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 2960-ADD-EVENT
                   WHEN RL-IS-REFUSE
                       SET WS-REQ-WRITTEN-OFF (WS-MATCH-IX) TO TRUE
                       STRING "REFUSED BY " DELIMITED BY SIZE
                           RL-SUPERVISOR DELIMITED BY SIZE
                           ", HOLD ID " DELIMITED BY SIZE
                           WS-ID-ED DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 2960-ADD-EVENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2860-READ-RELEASE.

       2880-MATCH-HOLD-ID.
           IF WS-HID-HOLD-ID (WS-SCAN-IX) = RL-HOLD-ID
               MOVE WS-SCAN-IX TO WS-KEY-MATCH-IX
           END-IF.

      ******************************************************************
      * A JOURNAL LINE BELONGS TO A TRACE WHEN ITS RUN DATE, CYCLE AND
      * SEQUENCE ARE THOSE OF ONE OF THE TRACE'S POSTINGS.
      ******************************************************************
       2900-SCAN-JOURNAL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM 2910-READ-JOURNAL
               PERFORM 2920-CHECK-JOURNAL UNTIL WS-EOF
               CLOSE JOURNAL-FILE
           ELSE
               MOVE "GLJRNL" TO WS-MISSING-DDNAME
               PERFORM 1950-NOTE-FILE-MISSING
           END-IF.

       2910-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2920-CHECK-JOURNAL.
           MOVE ZERO TO WS-KEY-MATCH-IX
           IF JL-RUN-DATE IS NUMERIC
               AND JL-SEQUENCE IS NUMERIC
               PERFORM 2930-MATCH-POSTING-KEY
                   VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-PKY-COUNT
                       OR WS-KEY-MATCH-IX > ZERO
           END-IF
           IF WS-KEY-MATCH-IX > ZERO
               MOVE WS-PKY-REQ (WS-KEY-MATCH-IX) TO WS-MATCH-IX
               MOVE JL-AMOUNT TO WS-GL-AMOUNT-ED
               MOVE JL-RUN-DATE TO WS-NEW-DATE
               MOVE 70 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               STRING "GL SEQ " DELIMITED BY SIZE
                   JL-SEQUENCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JL-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JL-DR-CR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GL-AMOUNT-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JL-CURRENCY-CODE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2960-ADD-EVENT
           END-IF
           PERFORM 2910-READ-JOURNAL.

      ******************************************************************
      * A JOURNAL WRITTEN BEFORE THE CYCLE WAS CARRIED HAS A BLANK OR
      * ZERO CYCLE AND BELONGS TO THE FIRST CYCLE OF ITS DAY.
      ******************************************************************
       2930-MATCH-POSTING-KEY.
           IF WS-PKY-RUN-DATE (WS-SCAN-IX) = JL-RUN-DATE
               AND WS-PKY-SEQUENCE (WS-SCAN-IX) = JL-SEQUENCE
               IF WS-PKY-CYCLE (WS-SCAN-IX) = JL-CYCLE
                   OR ((JL-CYCLE IS NOT NUMERIC OR JL-CYCLE = ZERO)
                   AND WS-PKY-CYCLE (WS-SCAN-IX) = 1)
                   MOVE WS-SCAN-IX TO WS-KEY-MATCH-IX
               END-IF
           END-IF.

       2950-FIND-TRACE.
           MOVE ZERO TO WS-MATCH-IX
           IF WS-FIND-TRACE NOT = SPACES
               PERFORM 2955-CHECK-ONE-TRACE
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                       OR WS-MATCH-IX > ZERO
           END-IF.

       2955-CHECK-ONE-TRACE.
           IF WS-REQ-TRACE (WS-REQ-IDX) = WS-FIND-TRACE
               SET WS-MATCH-IX TO WS-REQ-IDX
           END-IF.

       2960-ADD-EVENT.
           SET WS-REQ-SEEN (WS-MATCH-IX) TO TRUE
           IF WS-EVT-COUNT < 2000
               ADD 1 TO WS-EVT-COUNT
               MOVE WS-MATCH-IX TO WS-EVT-REQ (WS-EVT-COUNT)
               MOVE WS-NEW-DATE TO WS-EVT-DATE (WS-EVT-COUNT)
               MOVE WS-NEW-RANK TO WS-EVT-RANK (WS-EVT-COUNT)
               MOVE WS-NEW-TEXT TO WS-EVT-TEXT (WS-EVT-COUNT)
               MOVE "N" TO WS-EVT-DONE-SW (WS-EVT-COUNT)
           ELSE
               ADD 1 TO WS-DROPPED-EVENTS
           END-IF.

      ******************************************************************
      * ONE TIMELINE PER TRACE: THE EARLIEST EVENT NOT YET WRITTEN IS
      * PICKED EACH TIME (DATE, THEN PLACE ON THE PATH, THEN THE ORDER
      * IT WAS FOUND) UNTIL NONE IS LEFT, THEN THE FINAL STATE.
      ******************************************************************
       3000-WRITE-TIMELINES.
           SET WS-CURRENT-REQ TO WS-REQ-IDX
           MOVE SPACES TO RESPONSE-RECORD
           WRITE RESPONSE-RECORD
           MOVE SPACES TO RESPONSE-RECORD
           STRING "TRACE " DELIMITED BY SIZE
               WS-REQ-TRACE (WS-REQ-IDX) DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE "Y" TO WS-EVENT-FOUND-SW
           PERFORM 3100-WRITE-NEXT-EVENT UNTIL NOT WS-EVENT-FOUND
           PERFORM 3300-SET-FINAL-STATE
           MOVE SPACES TO RESPONSE-RECORD
           STRING "  FINAL STATE: " DELIMITED BY SIZE
               WS-FINAL-STATE DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD.

       3100-WRITE-NEXT-EVENT.
           MOVE ZERO TO WS-BEST-IX
           PERFORM 3110-CHECK-EARLIER-EVENT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-EVT-COUNT
           IF WS-BEST-IX = ZERO
               MOVE "N" TO WS-EVENT-FOUND-SW
           ELSE
               MOVE "Y" TO WS-EVT-DONE-SW (WS-BEST-IX)
               MOVE SPACES TO RESPONSE-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-EVT-DATE (WS-BEST-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EVT-TEXT (WS-BEST-IX) DELIMITED BY SIZE
                   INTO RESPONSE-RECORD
               END-STRING
               WRITE RESPONSE-RECORD
           END-IF.

       3110-CHECK-EARLIER-EVENT.
           IF WS-EVT-REQ (WS-SCAN-IX) = WS-CURRENT-REQ
               AND NOT WS-EVT-DONE (WS-SCAN-IX)
               IF WS-BEST-IX = ZERO
                   MOVE WS-SCAN-IX TO WS-BEST-IX
               ELSE
                   IF WS-EVT-DATE (WS-SCAN-IX)
                           < WS-EVT-DATE (WS-BEST-IX)
                       OR (WS-EVT-DATE (WS-SCAN-IX)
                           = WS-EVT-DATE (WS-BEST-IX)
                       AND WS-EVT-RANK (WS-SCAN-IX)
                           < WS-EVT-RANK (WS-BEST-IX))
                       MOVE WS-SCAN-IX TO WS-BEST-IX
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A POSTING OUTRANKS EVERYTHING EARLIER ON THE PATH - A REJECT
      * THAT WAS REPAIRED AND THEN POSTED IS POSTED. A TRACE SEEN ONLY
      * ON ITS WAY IN (ON TRANIN, OR RELEASED AND NOT YET POSTED) IS
      * IN PROGRESS.
      ******************************************************************
       3300-SET-FINAL-STATE.
           SET WS-REQ-IDX TO WS-CURRENT-REQ
           EVALUATE TRUE
               WHEN WS-REQ-REVERSED (WS-REQ-IDX)
                   MOVE "POSTED, SINCE REVERSED" TO WS-FINAL-STATE
                   ADD 1 TO WS-POSTED-COUNT
               WHEN WS-REQ-POSTED (WS-REQ-IDX)
                   MOVE "POSTED" TO WS-FINAL-STATE
                   ADD 1 TO WS-POSTED-COUNT
               WHEN WS-REQ-WRITTEN-OFF (WS-REQ-IDX)
                   MOVE "WRITTEN OFF" TO WS-FINAL-STATE
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
               WHEN WS-REQ-HELD (WS-REQ-IDX)
                   AND NOT WS-REQ-RELEASED (WS-REQ-IDX)
                   MOVE "HELD" TO WS-FINAL-STATE
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-REQ-PENDING (WS-REQ-IDX)
                   MOVE "PENDING REPAIR" TO WS-FINAL-STATE
                   ADD 1 TO WS-PENDING-COUNT
               WHEN WS-REQ-WAREHOUSED (WS-REQ-IDX)
                   MOVE "WAREHOUSED" TO WS-FINAL-STATE
                   ADD 1 TO WS-WHSE-COUNT
               WHEN WS-REQ-SEEN (WS-REQ-IDX)
                   MOVE "IN PROGRESS" TO WS-FINAL-STATE
                   ADD 1 TO WS-PROGRESS-COUNT
               WHEN OTHER
                   MOVE "NEVER RECEIVED" TO WS-FINAL-STATE
           END-EVALUATE
           IF WS-REQ-SEEN (WS-REQ-IDX)
               ADD 1 TO WS-HIT-COUNT
           ELSE
               ADD 1 TO WS-MISS-COUNT
           END-IF.

       3500-WRITE-SUMMARY.
           MOVE SPACES TO RESPONSE-RECORD
           WRITE RESPONSE-RECORD
           MOVE WS-HIT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - HITS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE WS-MISS-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - NEVER RECEIVED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE WS-POSTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - POSTED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE WS-PENDING-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - PENDING REPAIR: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE WS-HELD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - HELD: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE WS-WRITTEN-OFF-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - WRITTEN OFF: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE WS-WHSE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - WAREHOUSED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE WS-PROGRESS-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - IN PROGRESS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           IF WS-DROPPED-EVENTS > ZERO
               MOVE WS-DROPPED-EVENTS TO WS-COUNT-ED
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "EVENT TABLE FULL, EVENTS NOT SHOWN: "
                       DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE WS-AUDIT-MESSAGE TO RESPONSE-RECORD
               WRITE RESPONSE-RECORD
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-REQUEST-COUNT TO WS-COUNT-ED
           STRING "TRACE INQUIRY COMPLETE - REQUESTS: "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           CLOSE RESPONSE-FILE.

       9000-FINISH.
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMATINQ: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF
           CLOSE AUDIT-FILE.

       END PROGRAM SOMATINQ.
