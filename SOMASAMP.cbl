      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Month-end internal-audit sample of SOMA postings,
      *              fired by the step table's month-end frequency.
      *              Walks the business month's entries in the
      *              posting history cluster in key order and draws a
      *              stratified sample on the absolute base amount:
      *              every posting above the high-value threshold,
      *              plus a fixed number drawn at random from each of
      *              the three lower bands. The band limits, the
      *              sample sizes and the seed all come from the
      *              shared parameter file, and the draw uses the same
      *              deterministic scrambler as the rehearsal
      *              generator, so the same month, parameters and
      *              seed always select the same postings and audit
      *              can re-perform the selection from the report.
      *              Selected postings go to the sample file with
      *              full posting detail and trace id; the selection
      *              report shows population and sample per band.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMASAMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT HIST-KEYED-FILE ASSIGN TO "SOMAPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO "SOMASMPF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "SOMASMPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT ATTEST-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  ATTEST-FILE.
       COPY ATTESTRC.

       FD  HIST-KEYED-FILE.
       01  PH-RECORD.
           05  PH-RECORD-KEY.
               10  PH-RUN-DATE         PIC 9(06).
               10  PH-RUN-DATE-PARTS REDEFINES PH-RUN-DATE.
                   15  PH-RUN-YYMM     PIC 9(04).
                   15  PH-RUN-DD       PIC 9(02).
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

      ******************************************************************
      * ONE LINE PER POSTING SELECTED. BASIS A = ABOVE THE HIGH-VALUE
      * THRESHOLD (TAKEN WHOLE), R = RANDOM DRAW, WITH THE ROLL THAT
      * SELECTED IT SO THE DRAW CAN BE CHECKED LINE BY LINE.
      ******************************************************************
       FD  SAMPLE-FILE.
       01  SAMPLE-RECORD.
           05  SM-BAND             PIC 9(01).
           05  FILLER              PIC X(01).
           05  SM-BASIS            PIC X(01).
           05  FILLER              PIC X(01).
           05  SM-ROLL             PIC 9(06).
           05  FILLER              PIC X(01).
           05  SM-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  SM-CYCLE            PIC 9(01).
           05  FILLER              PIC X(01).
           05  SM-SEQUENCE         PIC 9(07).
           05  FILLER              PIC X(01).
           05  SM-BATCH-NO         PIC 9(04).
           05  FILLER              PIC X(01).
           05  SM-TRACE-ID         PIC 9(13).
           05  FILLER              PIC X(01).
           05  SM-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  SM-ORIG-OP-CODE     PIC X(03).
           05  FILLER              PIC X(01).
           05  SM-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  SM-NUM1             PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  SM-NUM2             PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  SM-RESULT           PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  SM-BASE-RESULT      PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  SM-REVERSED-SW      PIC X(01).
           05  FILLER              PIC X(01).
           05  SM-REVERSED-DATE    PIC 9(06).
           05  FILLER              PIC X(01).
           05  SM-REVERSED-CYCLE   PIC 9(01).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-ATTEST-FIELDS.
           05  WS-ATTEST-FILE-STATUS   PIC X(02).
           05  WS-ATT-IX               PIC 9(01) VALUE ZERO.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-KEYED-FILE-STATUS    PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
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
           05  WS-HIST-WALK-SW     PIC X(01) VALUE "N".
               88  WS-HIST-WALK-DONE          VALUE "Y".
           05  WS-SELECT-PASS-SW   PIC X(01) VALUE "N".
               88  WS-SELECT-PASS             VALUE "Y".

      ******************************************************************
      * THE SEVEN SAMPLING CONTROLS, IN ATTESTATION ORDER: THE UPPER
      * LIMITS OF BANDS 1 AND 2 AND THE HIGH-VALUE THRESHOLD (WHOLE
      * BASE-CURRENCY UNITS), THE DRAW SIZE FOR BANDS 1 TO 3, AND THE
      * SEED. SOURCE P = PARAMETER FILE, D = BUILT-IN DEFAULT.
      ******************************************************************
       01  WS-PARM-NAMES.
           05  FILLER  PIC X(15) VALUE "BAND1LIM".
           05  FILLER  PIC X(15) VALUE "BAND2LIM".
           05  FILLER  PIC X(15) VALUE "HIGHAMT".
           05  FILLER  PIC X(15) VALUE "SIZE1".
           05  FILLER  PIC X(15) VALUE "SIZE2".
           05  FILLER  PIC X(15) VALUE "SIZE3".
           05  FILLER  PIC X(15) VALUE "SEED".
       01  WS-PARM-NAME-TABLE REDEFINES WS-PARM-NAMES.
           05  WS-PARM-NAME-ENTRY  PIC X(15) OCCURS 7 TIMES.

       01  WS-PARM-VALUES.
           05  WS-PV-BAND1-LIMIT   PIC 9(09) VALUE 1000.
           05  WS-PV-BAND2-LIMIT   PIC 9(09) VALUE 10000.
           05  WS-PV-HIGH-AMOUNT   PIC 9(09) VALUE 100000.
           05  WS-PV-SIZE-1        PIC 9(09) VALUE 10.
           05  WS-PV-SIZE-2        PIC 9(09) VALUE 10.
           05  WS-PV-SIZE-3        PIC 9(09) VALUE 10.
           05  WS-PV-SEED          PIC 9(09) VALUE 104729.
       01  WS-PARM-VALUE-TABLE REDEFINES WS-PARM-VALUES.
           05  WS-PARM-VALUE-ENTRY PIC 9(09) OCCURS 7 TIMES.

       01  WS-PARM-SOURCES.
           05  WS-PARM-SOURCE      PIC X(01) OCCURS 7 TIMES.

      ******************************************************************
      * A SMALL DETERMINISTIC SCRAMBLER STANDS IN FOR A RANDOM
      * NUMBER, THE SAME ONE THE REHEARSAL GENERATOR USES: EACH ROLL
      * IS SEED * 1103 + 24697 MODULO 999983, AND THE ROLL BECOMES THE
      * NEXT SEED. ONE ROLL IS TAKEN FOR EVERY POSTING IN BANDS 1 TO 3,
      * IN KEY ORDER.
      ******************************************************************
       01  WS-SCRAMBLE-FIELDS.
           05  WS-SEED             PIC 9(09) VALUE ZERO.
           05  WS-MIX-WORK         PIC 9(15) VALUE ZERO.
           05  WS-MIX-Q            PIC 9(15) VALUE ZERO.

      ******************************************************************
      * BANDS 1 TO 3 ARE DRAWN AT RANDOM; BAND 4, ABOVE THE HIGH-VALUE
      * THRESHOLD, IS TAKEN WHOLE.
      ******************************************************************
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 4 TIMES.
               10  WS-BAND-POP     PIC 9(07).
               10  WS-BAND-POP-AMT PIC S9(11)V99 COMP-3.
               10  WS-BAND-WANTED  PIC 9(07).
               10  WS-BAND-SEEN    PIC 9(07).
               10  WS-BAND-TAKEN   PIC 9(07).
               10  WS-BAND-TAKEN-AMT PIC S9(11)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-BAND-IX          PIC 9(01) VALUE ZERO.
           05  WS-ABS-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-STILL-NEEDED     PIC 9(07) VALUE ZERO.
           05  WS-STILL-UNSEEN     PIC 9(07) VALUE ZERO.
           05  WS-SELECT-LEFT      PIC 9(15) VALUE ZERO.
           05  WS-SELECT-RIGHT     PIC 9(15) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-MONTH-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-SAMPLE-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-BAND-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-BD-BAND          PIC 9(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-BD-RANGE         PIC X(24).
           05  WS-BD-POP           PIC Z(6)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-BD-POP-AMT       PIC -(10)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-BD-WANTED        PIC Z(5)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-BD-TAKEN         PIC Z(5)9.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-LIMIT-ED         PIC Z(8)9.
           05  WS-LIMIT2-ED        PIC Z(8)9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-RC < 8
               PERFORM 2000-WALK-MONTH
           END-IF
           IF WS-RUN-RC < 8
               SET WS-SELECT-PASS TO TRUE
               MOVE WS-PV-SEED TO WS-SEED
               PERFORM 2000-WALK-MONTH
               PERFORM 3000-WRITE-REPORT
           END-IF
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           MOVE ALL "D" TO WS-PARM-SOURCES
           PERFORM 1100-READ-PARM
           PERFORM 1790-WRITE-ATTESTATION
           OPEN OUTPUT SAMPLE-FILE
           OPEN OUTPUT REPORT-FILE
           INITIALIZE WS-BAND-TABLE
           MOVE WS-PV-SIZE-1 TO WS-BAND-WANTED (1)
           MOVE WS-PV-SIZE-2 TO WS-BAND-WANTED (2)
           MOVE WS-PV-SIZE-3 TO WS-BAND-WANTED (3)
           PERFORM 1200-CHECK-BANDS.

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
               AND PARM-PROGRAM-ID = "SOMASAMP"
               AND PARM-VALUE IS NUMERIC
               AND PARM-VALUE NOT < ZERO
               PERFORM 1130-MATCH-PARM-NAME
                   VARYING WS-ATT-IX FROM 1 BY 1
                   UNTIL WS-ATT-IX > 7
           END-IF
           PERFORM 1110-READ-PARM-REC.

       1130-MATCH-PARM-NAME.
           IF PARM-NAME = WS-PARM-NAME-ENTRY (WS-ATT-IX)
               MOVE PARM-VALUE TO WS-PARM-VALUE-ENTRY (WS-ATT-IX)
               MOVE "P" TO WS-PARM-SOURCE (WS-ATT-IX)
           END-IF.

      ******************************************************************
      * THE BAND LIMITS MUST RISE; A SAMPLE DRAWN OVER OVERLAPPING
      * BANDS COULD NOT BE RE-PERFORMED, SO NONE IS DRAWN.
      ******************************************************************
       1200-CHECK-BANDS.
           IF WS-PV-BAND1-LIMIT = ZERO
               OR WS-PV-BAND1-LIMIT NOT < WS-PV-BAND2-LIMIT
               OR WS-PV-BAND2-LIMIT NOT < WS-PV-HIGH-AMOUNT
               DISPLAY "SOMASAMP: BAND LIMITS DO NOT RISE, "
                   "NO SAMPLE DRAWN"
               MOVE "BAND LIMITS DO NOT RISE, NO SAMPLE DRAWN"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF.

      ******************************************************************
      * ATTEST THE CONTROL VALUES THIS RUN WILL ACTUALLY USE AND
      * WHERE EACH CAME FROM - PARAMETER FILE OR BUILT-IN DEFAULT -
      * SO A QUIET FALLBACK AFTER AN UNREADABLE PARMFILE SHOWS UP ON
      * THE MORNING COMPARATOR INSTEAD OF IN ODD-LOOKING RESULTS.
      ******************************************************************
       1790-WRITE-ATTESTATION.
           OPEN EXTEND ATTEST-FILE
           IF WS-ATTEST-FILE-STATUS NOT = "00"
               OPEN OUTPUT ATTEST-FILE
           END-IF
           PERFORM 1795-ATTEST-ONE-VALUE
               VARYING WS-ATT-IX FROM 1 BY 1
               UNTIL WS-ATT-IX > 7
           CLOSE ATTEST-FILE.

       1795-ATTEST-ONE-VALUE.
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "SOMASAMP" TO ATT-PROGRAM-ID
           MOVE WS-PARM-NAME-ENTRY (WS-ATT-IX) TO ATT-PARM-NAME
           MOVE WS-PARM-VALUE-ENTRY (WS-ATT-IX) TO ATT-VALUE-USED
           MOVE WS-PARM-SOURCE (WS-ATT-IX) TO ATT-SOURCE
           WRITE ATTEST-RECORD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMASAMP" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * THE HISTORY IS KEYED RUN DATE, CYCLE, SEQUENCE, SO THE MONTH
      * IS ONE CONTIGUOUS RANGE FROM DAY 01. THE FIRST WALK COUNTS THE
      * POPULATION OF EACH BAND; THE SECOND, IN THE SAME ORDER, DRAWS.
      ******************************************************************
       2000-WALK-MONTH.
           OPEN INPUT HIST-KEYED-FILE
           IF WS-KEYED-FILE-STATUS = "00"
               MOVE "N" TO WS-HIST-WALK-SW
               MOVE WS-RUN-YYMM TO PH-RUN-YYMM
               MOVE 1 TO PH-RUN-DD
               MOVE ZERO TO PH-CYCLE
               MOVE ZERO TO PH-SEQUENCE
               START HIST-KEYED-FILE KEY NOT < PH-RECORD-KEY
                   INVALID KEY
                       SET WS-HIST-WALK-DONE TO TRUE
               END-START
               PERFORM 2010-READ-MONTH-REC
                   UNTIL WS-HIST-WALK-DONE
               CLOSE HIST-KEYED-FILE
           ELSE
               DISPLAY "SOMASAMP: CANNOT OPEN SOMAPKEY, STATUS "
                   WS-KEYED-FILE-STATUS
               MOVE "CANNOT OPEN POSTING HISTORY, NO SAMPLE DRAWN"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF.

       2010-READ-MONTH-REC.
           READ HIST-KEYED-FILE NEXT RECORD
               AT END SET WS-HIST-WALK-DONE TO TRUE
           END-READ
           IF NOT WS-HIST-WALK-DONE
               IF PH-RUN-YYMM NOT = WS-RUN-YYMM
                   SET WS-HIST-WALK-DONE TO TRUE
               ELSE
                   PERFORM 2100-SET-BAND
                   IF WS-SELECT-PASS
                       PERFORM 2200-DRAW-ONE-POSTING
                   ELSE
                       ADD 1 TO WS-MONTH-COUNT
                       ADD 1 TO WS-BAND-POP (WS-BAND-IX)
                       ADD WS-ABS-AMOUNT
                           TO WS-BAND-POP-AMT (WS-BAND-IX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * BANDS ARE ON THE ABSOLUTE BASE AMOUNT, SO A REVERSAL BANDS
      * WITH THE POSTING IT BACKED OUT.
      ******************************************************************
       2100-SET-BAND.
           IF PH-BASE-RESULT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - PH-BASE-RESULT
           ELSE
               MOVE PH-BASE-RESULT TO WS-ABS-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-ABS-AMOUNT < WS-PV-BAND1-LIMIT
                   MOVE 1 TO WS-BAND-IX
               WHEN WS-ABS-AMOUNT < WS-PV-BAND2-LIMIT
                   MOVE 2 TO WS-BAND-IX
               WHEN WS-ABS-AMOUNT NOT > WS-PV-HIGH-AMOUNT
                   MOVE 3 TO WS-BAND-IX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IX
           END-EVALUATE.

      ******************************************************************
      * SELECTION SAMPLING: A POSTING IS TAKEN WHEN ROLL / 999983 IS
      * BELOW (STILL NEEDED / STILL UNSEEN) FOR ITS BAND. THE BAND ENDS
      * WITH EXACTLY THE SIZE ASKED FOR, OR ALL OF IT WHEN IT HOLDS
      * FEWER POSTINGS THAN THAT.
      ******************************************************************
       2200-DRAW-ONE-POSTING.
           MOVE SPACES TO SAMPLE-RECORD
           IF WS-BAND-IX = 4
               MOVE ZERO TO SM-ROLL
               MOVE "A" TO SM-BASIS
               PERFORM 2300-WRITE-SAMPLE
           ELSE
               PERFORM 2250-NEXT-ROLL
               COMPUTE WS-STILL-NEEDED = WS-BAND-WANTED (WS-BAND-IX)
                   - WS-BAND-TAKEN (WS-BAND-IX)
               COMPUTE WS-STILL-UNSEEN = WS-BAND-POP (WS-BAND-IX)
                   - WS-BAND-SEEN (WS-BAND-IX)
               COMPUTE WS-SELECT-LEFT = WS-SEED * WS-STILL-UNSEEN
               COMPUTE WS-SELECT-RIGHT = WS-STILL-NEEDED * 999983
               ADD 1 TO WS-BAND-SEEN (WS-BAND-IX)
               IF WS-STILL-NEEDED > ZERO
                   AND WS-SELECT-LEFT < WS-SELECT-RIGHT
                   MOVE WS-SEED TO SM-ROLL
                   MOVE "R" TO SM-BASIS
                   PERFORM 2300-WRITE-SAMPLE
               END-IF
           END-IF.

       2250-NEXT-ROLL.
           COMPUTE WS-MIX-WORK = WS-SEED * 1103 + 24697
           DIVIDE WS-MIX-WORK BY 999983
               GIVING WS-MIX-Q REMAINDER WS-SEED.

       2300-WRITE-SAMPLE.
           MOVE WS-BAND-IX TO SM-BAND
           MOVE PH-RUN-DATE TO SM-RUN-DATE
           MOVE PH-CYCLE TO SM-CYCLE
           MOVE PH-SEQUENCE TO SM-SEQUENCE
           MOVE PH-BATCH-NO TO SM-BATCH-NO
           MOVE PH-TRACE-ID TO SM-TRACE-ID
           MOVE PH-OP-CODE TO SM-OP-CODE
           MOVE PH-ORIG-OP-CODE TO SM-ORIG-OP-CODE
           MOVE PH-CURRENCY-CODE TO SM-CURRENCY-CODE
           MOVE PH-NUM1 TO SM-NUM1
           MOVE PH-NUM2 TO SM-NUM2
           MOVE PH-RESULT TO SM-RESULT
           MOVE PH-BASE-RESULT TO SM-BASE-RESULT
           MOVE PH-REVERSED-SW TO SM-REVERSED-SW
           MOVE PH-REVERSED-DATE TO SM-REVERSED-DATE
           MOVE PH-REVERSED-CYCLE TO SM-REVERSED-CYCLE
           WRITE SAMPLE-RECORD
           ADD 1 TO WS-BAND-TAKEN (WS-BAND-IX)
           ADD WS-ABS-AMOUNT TO WS-BAND-TAKEN-AMT (WS-BAND-IX)
           ADD 1 TO WS-SAMPLE-COUNT.

       3000-WRITE-REPORT.
           MOVE SPACES TO REPORT-RECORD
           STRING "SOMA INTERNAL-AUDIT POSTING SAMPLE  MONTH: "
                   DELIMITED BY SIZE
               WS-RUN-YYMM DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SELECTION PARAMETERS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3010-WRITE-PARM-LINE
               VARYING WS-ATT-IX FROM 1 BY 1
               UNTIL WS-ATT-IX > 7
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BAND  ABSOLUTE BASE AMOUNT" TO REPORT-RECORD
           MOVE "POPULATION" TO REPORT-RECORD (28:10)
           MOVE "AMOUNT" TO REPORT-RECORD (47:6)
           MOVE "ASKED" TO REPORT-RECORD (56:5)
           MOVE "TAKEN" TO REPORT-RECORD (64:5)
           WRITE REPORT-RECORD
           PERFORM 3020-WRITE-BAND-LINE
               VARYING WS-BAND-IX FROM 1 BY 1
               UNTIL WS-BAND-IX > 4
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MONTH-COUNT TO WS-COUNT-ED
           STRING "POSTINGS IN MONTH : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SAMPLE-COUNT TO WS-COUNT-ED
           STRING "POSTINGS SELECTED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RE-PERFORMING THE SELECTION:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  WALK THE MONTH IN RUN DATE/CYCLE/SEQUENCE ORDER."
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  BAND 4 IS TAKEN WHOLE. EACH POSTING IN BANDS 1-3"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  ROLLS: ROLL = (PRIOR * 1103 + 24697) MOD 999983,"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  THE FIRST PRIOR BEING THE SEED; IT IS TAKEN WHEN"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  ROLL * UNSEEN IN BAND < STILL NEEDED * 999983."
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-MONTH-COUNT = ZERO
               MOVE "NO POSTINGS IN THE MONTH, NOTHING SAMPLED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-SAMPLE-COUNT TO WS-COUNT-ED
               STRING "AUDIT SAMPLE DRAWN - POSTINGS SELECTED: "
                       DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           END-IF
           PERFORM 1900-WRITE-AUDIT-LOG.

       3010-WRITE-PARM-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-PARM-VALUE-ENTRY (WS-ATT-IX) TO WS-LIMIT-ED
           STRING "  " DELIMITED BY SIZE
               WS-PARM-NAME-ENTRY (WS-ATT-IX) DELIMITED BY SIZE
               WS-LIMIT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           IF WS-PARM-SOURCE (WS-ATT-IX) = "P"
               MOVE "FROM PARMFILE" TO REPORT-RECORD (30:13)
           ELSE
               MOVE "DEFAULT" TO REPORT-RECORD (30:7)
           END-IF
           WRITE REPORT-RECORD.

       3020-WRITE-BAND-LINE.
           MOVE WS-BAND-IX TO WS-BD-BAND
           MOVE SPACES TO WS-BD-RANGE
           EVALUATE WS-BAND-IX
               WHEN 1
                   MOVE WS-PV-BAND1-LIMIT TO WS-LIMIT-ED
                   STRING "BELOW " DELIMITED BY SIZE
                       WS-LIMIT-ED DELIMITED BY SIZE
                       INTO WS-BD-RANGE
                   END-STRING
               WHEN 2
                   MOVE WS-PV-BAND1-LIMIT TO WS-LIMIT-ED
                   MOVE WS-PV-BAND2-LIMIT TO WS-LIMIT2-ED
                   STRING WS-LIMIT-ED DELIMITED BY SIZE
                       " -" DELIMITED BY SIZE
                       WS-LIMIT2-ED DELIMITED BY SIZE
                       INTO WS-BD-RANGE
                   END-STRING
               WHEN 3
                   MOVE WS-PV-BAND2-LIMIT TO WS-LIMIT-ED
                   MOVE WS-PV-HIGH-AMOUNT TO WS-LIMIT2-ED
                   STRING WS-LIMIT-ED DELIMITED BY SIZE
                       " -" DELIMITED BY SIZE
                       WS-LIMIT2-ED DELIMITED BY SIZE
                       INTO WS-BD-RANGE
                   END-STRING
               WHEN OTHER
                   MOVE WS-PV-HIGH-AMOUNT TO WS-LIMIT-ED
                   STRING "ABOVE " DELIMITED BY SIZE
                       WS-LIMIT-ED DELIMITED BY SIZE
                       " (ALL)" DELIMITED BY SIZE
                       INTO WS-BD-RANGE
                   END-STRING
           END-EVALUATE
           MOVE WS-BAND-POP (WS-BAND-IX) TO WS-BD-POP
           MOVE WS-BAND-POP-AMT (WS-BAND-IX) TO WS-BD-POP-AMT
           IF WS-BAND-IX = 4
               MOVE WS-BAND-POP (WS-BAND-IX) TO WS-BD-WANTED
           ELSE
               MOVE WS-BAND-WANTED (WS-BAND-IX) TO WS-BD-WANTED
           END-IF
           MOVE WS-BAND-TAKEN (WS-BAND-IX) TO WS-BD-TAKEN
           MOVE WS-BAND-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       9000-FINISH.
           CLOSE SAMPLE-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMASAMP: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "SOMASAMP" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-MONTH-COUNT TO COMPL-RECORDS-PROC
           MOVE ZERO TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM SOMASAMP.
