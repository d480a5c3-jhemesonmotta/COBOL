      *              elapsed time exceeds the program's average by
      *              the tolerance percentage kept in the shared
      *              parameter file - the early warning before the
      *              batch window blows. Each run is also shown
      *              normalised by that night's machine speed (the
      *              calibration REPETIC2 appends to CALIBHST) and as
      *              records per second from the program's completion
      *              record, so a run over average is marked SLOW
      *              MACHINE when the normalised time is in line,
      *              VOLUME GROWTH when the throughput held up, and
      *              only otherwise as a genuine slowdown.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-TIMING-FILE-STATUS.
           SELECT TREND-FILE ASSIGN TO "TIMETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALIB-FILE ASSIGN TO "CALIBHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIB-FILE-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       FD  TREND-FILE.
       01  TREND-RECORD            PIC X(100).

       FD  CALIB-FILE.
       COPY CALIBREC.

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       WORKING-STORAGE SECTION.
       01  WS-ATTEST-FIELDS.
           05  WS-ATTEST-FILE-STATUS   PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS   PIC X(02).
           05  WS-TIMING-FILE-STATUS PIC X(02).
           05  WS-CALIB-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-PGM-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-PGM-FOUND               VALUE "Y".
           05  WS-IN-WINDOW-SW     PIC X(01) VALUE "N".
               88  WS-IN-WINDOW               VALUE "Y".

       01  WS-TOLERANCE-PCT        PIC 9(03) VALUE 50.
       01  WS-TODAY-DATE           PIC 9(06).
               10  WS-PGM-NEXT     PIC 9(02).
               10  WS-PGM-RING OCCURS 30 TIMES.
                   15  WS-RING-DATE    PIC 9(06).
                   15  WS-RING-FROM-TIME PIC 9(08).
                   15  WS-RING-TO-TIME PIC 9(08).
                   15  WS-RING-SECS    PIC 9(07).
                   15  WS-RING-SPEED   PIC 9(03)V99.
                   15  WS-RING-RECS-SW PIC X(01).
                       88  WS-RING-HAS-RECS    VALUE "Y".
                   15  WS-RING-RECS    PIC 9(07).

      ******************************************************************
      * EACH NIGHT'S MACHINE SPEED AS A PERCENTAGE OF THE BASELINE,
      * LATEST CALIBRATION FOR A DATE WINNING. ZERO SPEED ON A RUN
      * MEANS NO CALIBRATION WAS TAKEN THAT NIGHT.
      ******************************************************************
       01  WS-SPEED-TABLE.
           05  WS-SPEED-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-SPEED-NEXT       PIC 9(03) VALUE ZERO.
           05  WS-SPEED-ENTRY OCCURS 100 TIMES.
               10  WS-SPEED-DATE   PIC 9(06).
               10  WS-SPEED-PCT    PIC 9(03)V99.
       01  WS-SPEED-IX             PIC 9(03) VALUE ZERO.
       01  WS-SPEED-MATCH-IX       PIC 9(03) VALUE ZERO.
       01  WS-LOOKUP-DATE          PIC 9(06) VALUE ZERO.
       01  WS-LOOKUP-SPEED         PIC 9(03)V99 VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-MATCH-IX         PIC 9(03) VALUE ZERO.
           05  WS-AVG-SECS         PIC 9(07)V99 VALUE ZERO.
           05  WS-LIMIT-SECS       PIC 9(09)V99 VALUE ZERO.
           05  WS-FLAG-TEXT        PIC X(16).
           05  WS-NORM-SECS        PIC 9(07)V99 VALUE ZERO.
           05  WS-SUM-NORM         PIC 9(11)V99 COMP VALUE ZERO.
           05  WS-NORM-RUNS        PIC 9(02) VALUE ZERO.
           05  WS-AVG-NORM         PIC 9(07)V99 VALUE ZERO.
           05  WS-NORM-LIMIT       PIC 9(09)V99 VALUE ZERO.
           05  WS-RUN-RATE         PIC 9(07)V99 VALUE ZERO.
           05  WS-SUM-RATE         PIC 9(11)V99 COMP VALUE ZERO.
           05  WS-RATE-RUNS        PIC 9(02) VALUE ZERO.
           05  WS-AVG-RATE         PIC 9(07)V99 VALUE ZERO.
           05  WS-RATE-FLOOR       PIC 9(07)V99 VALUE ZERO.
           05  WS-RAW-OVER-SW      PIC X(01) VALUE "N".
               88  WS-RAW-OVER                VALUE "Y".
           05  WS-NORM-OVER-SW     PIC X(01) VALUE "N".
               88  WS-NORM-OVER               VALUE "Y".
           05  WS-RATE-HELD-SW     PIC X(01) VALUE "N".
               88  WS-RATE-HELD               VALUE "Y".

       01  WS-EDIT-FIELDS.
           05  WS-SECS-ED          PIC ZZZZZZ9.
           05  WS-AVG-ED           PIC ZZZZZZ9.99.
           05  WS-DATE-ED          PIC 9(06).
           05  WS-NORM-ED          PIC ZZZZZZ9.
           05  WS-SPEED-ED         PIC ZZ9.99.
           05  WS-RECS-ED          PIC ZZZZZZ9.
           05  WS-RATE-ED          PIC ZZZZZ9.99.

       01  WS-TREND-COLUMNS.
           05  FILLER              PIC X(10) VALUE "  DATE".
           05  FILLER              PIC X(07) VALUE "SECONDS".
           05  FILLER              PIC X(09) VALUE "     NORM".
           05  FILLER              PIC X(08) VALUE "  SPEED%".
           05  FILLER              PIC X(09) VALUE "  RECORDS".
           05  FILLER              PIC X(11) VALUE "    REC/SEC".
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-RUN-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-DATE          PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-SECS          PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-NORM          PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-SPEED         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-RECS          PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-RATE          PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-FLAG          PIC X(16).
           05  FILLER              PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1100-READ-PARM
           PERFORM 1790-WRITE-ATTESTATION
           PERFORM 1500-LOAD-CALIBRATIONS
           PERFORM 2000-LOAD-TIMINGS
           PERFORM 2500-LOAD-COMPLETIONS
           PERFORM 3000-WRITE-TREND-REPORT
           GOBACK.

           WRITE ATTEST-RECORD
           CLOSE ATTEST-FILE.

      ******************************************************************
      * A RERUN NIGHT'S SECOND CALIBRATION REPLACES ITS FIRST; ONCE
      * THE TABLE IS FULL THE OLDEST ENTRY GIVES WAY.
      ******************************************************************
       1500-LOAD-CALIBRATIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CALIB-FILE
           IF WS-CALIB-FILE-STATUS = "00"
               PERFORM 1510-READ-CALIB-REC
               PERFORM 1520-KEEP-CALIB-REC UNTIL WS-EOF
               CLOSE CALIB-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1510-READ-CALIB-REC.
           READ CALIB-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1520-KEEP-CALIB-REC.
           IF CB-RUN-DATE IS NUMERIC
               AND CB-SPEED-PCT IS NUMERIC
               AND CB-SPEED-PCT > ZERO
               MOVE CB-RUN-DATE TO WS-LOOKUP-DATE
               PERFORM 1550-FIND-SPEED
               IF WS-SPEED-MATCH-IX = ZERO
                   ADD 1 TO WS-SPEED-NEXT
                   IF WS-SPEED-NEXT > 100
                       MOVE 1 TO WS-SPEED-NEXT
                   END-IF
                   IF WS-SPEED-COUNT < 100
                       ADD 1 TO WS-SPEED-COUNT
                   END-IF
                   MOVE WS-SPEED-NEXT TO WS-SPEED-MATCH-IX
                   MOVE CB-RUN-DATE
                       TO WS-SPEED-DATE (WS-SPEED-MATCH-IX)
               END-IF
               MOVE CB-SPEED-PCT TO WS-SPEED-PCT (WS-SPEED-MATCH-IX)
           END-IF
           PERFORM 1510-READ-CALIB-REC.

      ******************************************************************
      * THE SPEED FOR WS-LOOKUP-DATE, ZERO WHEN THAT NIGHT WAS NEVER
      * CALIBRATED.
      ******************************************************************
       1550-FIND-SPEED.
           MOVE ZERO TO WS-SPEED-MATCH-IX
           MOVE ZERO TO WS-LOOKUP-SPEED
           PERFORM 1560-CHECK-SPEED-ENTRY
               VARYING WS-SPEED-IX FROM 1 BY 1
               UNTIL WS-SPEED-IX > WS-SPEED-COUNT
                   OR WS-SPEED-MATCH-IX > ZERO.

       1560-CHECK-SPEED-ENTRY.
           IF WS-SPEED-DATE (WS-SPEED-IX) = WS-LOOKUP-DATE
               MOVE WS-SPEED-IX TO WS-SPEED-MATCH-IX
               MOVE WS-SPEED-PCT (WS-SPEED-IX) TO WS-LOOKUP-SPEED
           END-IF.

       2000-LOAD-TIMINGS.
           OPEN INPUT TIMING-FILE
           IF WS-TIMING-FILE-STATUS = "00"
               MOVE WS-PGM-NEXT (WS-PGM-IDX) TO WS-RING-IX
               MOVE TL-RUN-DATE
                   TO WS-RING-DATE (WS-PGM-IDX, WS-RING-IX)
               MOVE TL-START-TIME
                   TO WS-RING-FROM-TIME (WS-PGM-IDX, WS-RING-IX)
               MOVE TL-END-TIME
                   TO WS-RING-TO-TIME (WS-PGM-IDX, WS-RING-IX)
               MOVE TL-ELAPSED-SECS
                   TO WS-RING-SECS (WS-PGM-IDX, WS-RING-IX)
               MOVE TL-RUN-DATE TO WS-LOOKUP-DATE
               PERFORM 1550-FIND-SPEED
               MOVE WS-LOOKUP-SPEED
                   TO WS-RING-SPEED (WS-PGM-IDX, WS-RING-IX)
               MOVE "N" TO WS-RING-RECS-SW (WS-PGM-IDX, WS-RING-IX)
               MOVE ZERO TO WS-RING-RECS (WS-PGM-IDX, WS-RING-IX)
               ADD 1 TO WS-PGM-RUNS (WS-PGM-IDX)
           END-IF
           PERFORM 2010-READ-TIMING-REC.
               MOVE WS-SCAN-IX TO WS-MATCH-IX
           END-IF.

      ******************************************************************
      * A PROGRAM'S COMPLETION RECORD GIVES THE RECORDS A RUN
      * PROCESSED. IT BELONGS TO THE TIMED RUN OF THE SAME NIGHT WHOSE
      * START-TO-END WINDOW ITS TIME FALLS IN - EVERY PROGRAM STAMPS
      * ITS COMPLETION BEFORE ITS END TIME - SO A RERUN'S VOLUME GOES
      * WITH THE RERUN'S TIMING AND NOT WITH THE FAILED FIRST RUN'S.
      * ONLY PROGRAMS ALREADY ON THE TIMING FILE ARE OF INTEREST.
      ******************************************************************
       2500-LOAD-COMPLETIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS = "00"
               PERFORM 2510-READ-COMPL-REC
               PERFORM 2520-MATCH-COMPL-REC UNTIL WS-EOF
               CLOSE COMPLETION-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2510-READ-COMPL-REC.
           READ COMPLETION-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2520-MATCH-COMPL-REC.
           IF COMPL-RUN-DATE IS NUMERIC
               AND COMPL-RUN-TIME IS NUMERIC
               AND COMPL-RECORDS-PROC IS NUMERIC
               MOVE "N" TO WS-PGM-FOUND-SW
               MOVE ZERO TO WS-MATCH-IX
               PERFORM 2530-CHECK-COMPL-PROGRAM
                   VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-PGM-COUNT OR WS-PGM-FOUND
               IF WS-PGM-FOUND
                   SET WS-PGM-IDX TO WS-MATCH-IX
                   IF WS-PGM-RUNS (WS-PGM-IDX) > 30
                       MOVE 30 TO WS-RING-USED
                   ELSE
                       MOVE WS-PGM-RUNS (WS-PGM-IDX) TO WS-RING-USED
                   END-IF
                   PERFORM 2540-MATCH-RING-DATE
                       VARYING WS-RING-IX FROM 1 BY 1
                       UNTIL WS-RING-IX > WS-RING-USED
               END-IF
           END-IF
           PERFORM 2510-READ-COMPL-REC.

       2530-CHECK-COMPL-PROGRAM.
           SET WS-PGM-IDX TO WS-SCAN-IX
           IF WS-PGM-ID (WS-PGM-IDX) = COMPL-PROGRAM-ID
               SET WS-PGM-FOUND TO TRUE
               MOVE WS-SCAN-IX TO WS-MATCH-IX
           END-IF.

      ******************************************************************
      * A RUN THAT CROSSED MIDNIGHT ENDS EARLIER ON THE CLOCK THAN IT
      * STARTED; ITS WINDOW IS THEN START TO MIDNIGHT PLUS MIDNIGHT TO
      * END.
      ******************************************************************
       2540-MATCH-RING-DATE.
           MOVE "N" TO WS-IN-WINDOW-SW
           IF WS-RING-DATE (WS-PGM-IDX, WS-RING-IX) = COMPL-RUN-DATE
               IF WS-RING-TO-TIME (WS-PGM-IDX, WS-RING-IX)
                   < WS-RING-FROM-TIME (WS-PGM-IDX, WS-RING-IX)
                   IF COMPL-RUN-TIME
                       NOT < WS-RING-FROM-TIME (WS-PGM-IDX, WS-RING-IX)
                       OR COMPL-RUN-TIME
                       NOT > WS-RING-TO-TIME (WS-PGM-IDX, WS-RING-IX)
                       SET WS-IN-WINDOW TO TRUE
                   END-IF
               ELSE
                   IF COMPL-RUN-TIME
                       NOT < WS-RING-FROM-TIME (WS-PGM-IDX, WS-RING-IX)
                       AND COMPL-RUN-TIME
                       NOT > WS-RING-TO-TIME (WS-PGM-IDX, WS-RING-IX)
                       SET WS-IN-WINDOW TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-IN-WINDOW
               MOVE "Y" TO WS-RING-RECS-SW (WS-PGM-IDX, WS-RING-IX)
               MOVE COMPL-RECORDS-PROC
                   TO WS-RING-RECS (WS-PGM-IDX, WS-RING-IX)
           END-IF.

       3000-WRITE-TREND-REPORT.
           OPEN OUTPUT TREND-FILE
           MOVE "NIGHTLY RUNTIME TREND - LAST 30 NIGHTS PER PROGRAM"
               TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE "NORM = SECONDS AT BASELINE MACHINE SPEED, N/A WHEN THE"
               TO TREND-RECORD
           MOVE " NIGHT WAS NOT CALIBRATED" TO TREND-RECORD (55:25)
           WRITE TREND-RECORD
           PERFORM 3100-REPORT-ONE-PROGRAM
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-PGM-COUNT
      ******************************************************************
      * THE FLAG COMPARES EACH RUN AGAINST THE PROGRAM'S AVERAGE OVER
      * THE WINDOW; MORE THAN THE TOLERANCE PERCENTAGE OVER IT IS THE
      * SLOWDOWN OPERATIONS WANTS TO SEE COMING. THE NORMALISED AND
      * THROUGHPUT AVERAGES COVER ONLY THE RUNS THAT HAVE THEM.
      ******************************************************************
       3100-REPORT-ONE-PROGRAM.
           MOVE SPACES TO TREND-RECORD
           MOVE SPACES TO TREND-RECORD
           STRING "PROGRAM " DELIMITED BY SIZE
               WS-PGM-ID (WS-PGM-IDX) DELIMITED BY SIZE
               INTO TREND-RECORD
           END-STRING
           WRITE TREND-RECORD
           MOVE WS-TREND-COLUMNS TO TREND-RECORD
           WRITE TREND-RECORD
           IF WS-PGM-RUNS (WS-PGM-IDX) > 30
               MOVE 30 TO WS-RING-USED
           ELSE
               MOVE WS-PGM-RUNS (WS-PGM-IDX) TO WS-RING-USED
           END-IF
           MOVE ZERO TO WS-SUM-SECS
           MOVE ZERO TO WS-SUM-NORM
           MOVE ZERO TO WS-NORM-RUNS
           MOVE ZERO TO WS-SUM-RATE
           MOVE ZERO TO WS-RATE-RUNS
           MOVE ZERO TO WS-AVG-NORM
           MOVE ZERO TO WS-AVG-RATE
           PERFORM 3200-SUM-ONE-RUN
               VARYING WS-RING-IX FROM 1 BY 1
               UNTIL WS-RING-IX > WS-RING-USED
               COMPUTE WS-LIMIT-SECS ROUNDED = WS-AVG-SECS
                   + (WS-AVG-SECS * WS-TOLERANCE-PCT / 100)
           END-IF
           IF WS-NORM-RUNS > ZERO
               COMPUTE WS-AVG-NORM ROUNDED = WS-SUM-NORM / WS-NORM-RUNS
               COMPUTE WS-NORM-LIMIT ROUNDED = WS-AVG-NORM
                   + (WS-AVG-NORM * WS-TOLERANCE-PCT / 100)
           END-IF
           IF WS-RATE-RUNS > ZERO
               COMPUTE WS-AVG-RATE ROUNDED = WS-SUM-RATE / WS-RATE-RUNS
               IF WS-TOLERANCE-PCT < 100
                   COMPUTE WS-RATE-FLOOR ROUNDED = WS-AVG-RATE
                       - (WS-AVG-RATE * WS-TOLERANCE-PCT / 100)
               ELSE
                   MOVE ZERO TO WS-RATE-FLOOR
               END-IF
           END-IF
           COMPUTE WS-RING-START =
               WS-PGM-NEXT (WS-PGM-IDX) - WS-RING-USED
           PERFORM 3300-WRITE-RUN-LINE
               WS-AVG-ED DELIMITED BY SIZE
               INTO TREND-RECORD
           END-STRING
           WRITE TREND-RECORD
           IF WS-NORM-RUNS > ZERO
               MOVE WS-AVG-NORM TO WS-AVG-ED
               MOVE SPACES TO TREND-RECORD
               STRING "  AVERAGE NORMALISED SECONDS: " DELIMITED BY SIZE
                   WS-AVG-ED DELIMITED BY SIZE
                   INTO TREND-RECORD
               END-STRING
               WRITE TREND-RECORD
           END-IF
           IF WS-RATE-RUNS > ZERO
               MOVE WS-AVG-RATE TO WS-AVG-ED
               MOVE SPACES TO TREND-RECORD
               STRING "  AVERAGE RECORDS PER SECOND: " DELIMITED BY SIZE
                   WS-AVG-ED DELIMITED BY SIZE
                   INTO TREND-RECORD
               END-STRING
               WRITE TREND-RECORD
           END-IF.

       3200-SUM-ONE-RUN.
           ADD WS-RING-SECS (WS-PGM-IDX, WS-RING-IX) TO WS-SUM-SECS
           IF WS-RING-SPEED (WS-PGM-IDX, WS-RING-IX) > ZERO
               COMPUTE WS-NORM-SECS ROUNDED =
                   WS-RING-SECS (WS-PGM-IDX, WS-RING-IX)
                   * WS-RING-SPEED (WS-PGM-IDX, WS-RING-IX) / 100
               ADD WS-NORM-SECS TO WS-SUM-NORM
               ADD 1 TO WS-NORM-RUNS
           END-IF
           IF WS-RING-HAS-RECS (WS-PGM-IDX, WS-RING-IX)
               AND WS-RING-SECS (WS-PGM-IDX, WS-RING-IX) > ZERO
               COMPUTE WS-RUN-RATE ROUNDED =
                   WS-RING-RECS (WS-PGM-IDX, WS-RING-IX)
                   / WS-RING-SECS (WS-PGM-IDX, WS-RING-IX)
               ADD WS-RUN-RATE TO WS-SUM-RATE
               ADD 1 TO WS-RATE-RUNS
           END-IF.

      ******************************************************************
      * A RUN OVER THE RAW LIMIT WHOSE NORMALISED TIME IS IN LINE RAN
      * ON A SLOW MACHINE; ONE WHOSE RECORDS PER SECOND HELD UP TO
      * WITHIN THE TOLERANCE OF THE AVERAGE SIMPLY HAD MORE WORK. A
      * RUN OVER THE NORMALISED LIMIT IS JUDGED THE SAME WAY EVEN
      * WHEN A FAST MACHINE KEPT ITS RAW TIME DOWN.
      ******************************************************************
       3300-WRITE-RUN-LINE.
           COMPUTE WS-RING-POS = WS-RING-START + WS-LINE-NO
           PERFORM 3310-WRAP-RING-POS
               UNTIL WS-RING-POS >= 1 AND WS-RING-POS <= 30
           MOVE "N" TO WS-RAW-OVER-SW
           MOVE "N" TO WS-NORM-OVER-SW
           MOVE "N" TO WS-RATE-HELD-SW
           MOVE "    N/A" TO WS-RL-NORM
           MOVE "   N/A" TO WS-RL-SPEED
           MOVE SPACES TO WS-RL-RECS
           MOVE SPACES TO WS-RL-RATE
           IF WS-RING-SECS (WS-PGM-IDX, WS-RING-POS) > WS-LIMIT-SECS
               SET WS-RAW-OVER TO TRUE
           END-IF
           IF WS-RING-SPEED (WS-PGM-IDX, WS-RING-POS) > ZERO
               COMPUTE WS-NORM-SECS ROUNDED =
                   WS-RING-SECS (WS-PGM-IDX, WS-RING-POS)
                   * WS-RING-SPEED (WS-PGM-IDX, WS-RING-POS) / 100
               MOVE WS-NORM-SECS TO WS-NORM-ED
               MOVE WS-NORM-ED TO WS-RL-NORM
               MOVE WS-RING-SPEED (WS-PGM-IDX, WS-RING-POS)
                   TO WS-SPEED-ED
               MOVE WS-SPEED-ED TO WS-RL-SPEED
               IF WS-NORM-SECS > WS-NORM-LIMIT
                   AND WS-NORM-RUNS > 1
                   SET WS-NORM-OVER TO TRUE
               END-IF
           END-IF
           IF WS-RING-HAS-RECS (WS-PGM-IDX, WS-RING-POS)
               MOVE WS-RING-RECS (WS-PGM-IDX, WS-RING-POS)
                   TO WS-RECS-ED
               MOVE WS-RECS-ED TO WS-RL-RECS
               IF WS-RING-SECS (WS-PGM-IDX, WS-RING-POS) > ZERO
                   COMPUTE WS-RUN-RATE ROUNDED =
                       WS-RING-RECS (WS-PGM-IDX, WS-RING-POS)
                       / WS-RING-SECS (WS-PGM-IDX, WS-RING-POS)
                   MOVE WS-RUN-RATE TO WS-RATE-ED
                   MOVE WS-RATE-ED TO WS-RL-RATE
                   IF WS-RATE-RUNS > 1
                       AND WS-RUN-RATE NOT < WS-RATE-FLOOR
                       SET WS-RATE-HELD TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-RING-USED > 1
               EVALUATE TRUE
                   WHEN WS-RAW-OVER
                       AND WS-RING-SPEED (WS-PGM-IDX, WS-RING-POS) > 0
                       AND WS-NORM-RUNS > 1
                       AND NOT WS-NORM-OVER
                       MOVE "SLOW MACHINE" TO WS-FLAG-TEXT
                   WHEN (WS-RAW-OVER OR WS-NORM-OVER)
                       AND WS-RATE-HELD
                       MOVE "VOLUME GROWTH" TO WS-FLAG-TEXT
                   WHEN WS-RAW-OVER OR WS-NORM-OVER
                       MOVE "** OVER AVERAGE " TO WS-FLAG-TEXT
               END-EVALUATE
           END-IF
           MOVE WS-RING-DATE (WS-PGM-IDX, WS-RING-POS) TO WS-RL-DATE
           MOVE WS-RING-SECS (WS-PGM-IDX, WS-RING-POS) TO WS-RL-SECS
           MOVE WS-FLAG-TEXT TO WS-RL-FLAG
           MOVE WS-RUN-LINE TO TREND-RECORD
           WRITE TREND-RECORD.

       3310-WRAP-RING-POS.
