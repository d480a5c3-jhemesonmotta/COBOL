      *              against the window-end parameter, and crossing
      *              the window writes an ERROR-severity audit entry
      *              so operations hears at 1 AM, not at 8.
      *              Each step's history is also shown normalised by
      *              the machine speed of the night it ran (CALIBHST)
      *              and as records per second from its completion
      *              records; the work still to come is projected a
      *              second time at tonight's calibrated speed, and
      *              the later of the two projections is the one
      *              judged against the window.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CALIB-FILE ASSIGN TO "CALIBHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITLOG.

       FD  CALIB-FILE.
       COPY CALIBREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-STEP-FILE-STATUS     PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).
           05  WS-CALIB-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               88  WS-EOF                     VALUE "Y".
           05  WS-STEP-DUE-SW      PIC X(01) VALUE "Y".
               88  WS-STEP-DUE                VALUE "Y".
           05  WS-IN-WINDOW-SW     PIC X(01) VALUE "N".
               88  WS-IN-WINDOW               VALUE "Y".

       01  WS-CALENDAR-FIELDS.
           05  WS-DAY-OF-WEEK      PIC 9(01).
               10  WS-AVG-TOTAL    PIC 9(09).
               10  WS-AVG-DONE-SW  PIC X(01).
                   88  WS-AVG-DONE-TONIGHT VALUE "Y".
               10  WS-AVG-NORM-RUNS  PIC 9(05).
               10  WS-AVG-NORM-TOTAL PIC 9(09).
               10  WS-AVG-RATE-SECS  PIC 9(09).
               10  WS-AVG-RATE-RECS  PIC 9(11).
               10  WS-AVG-TONIGHT-SW PIC X(01).
                   88  WS-AVG-TIMED-TONIGHT VALUE "Y".
               10  WS-AVG-TONIGHT-SECS PIC 9(07).
               10  WS-AVG-TONIGHT-VOL-IX PIC 9(04).

      ******************************************************************
      * EACH NIGHT'S MACHINE SPEED AS A PERCENTAGE OF THE BASELINE,
      * LATEST CALIBRATION FOR A DATE WINNING.
      ******************************************************************
       01  WS-SPEED-TABLE.
           05  WS-SPEED-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-SPEED-NEXT       PIC 9(03) VALUE ZERO.
           05  WS-SPEED-ENTRY OCCURS 100 TIMES.
               10  WS-SPEED-DATE   PIC 9(06).
               10  WS-SPEED-PCT    PIC 9(03)V99.

      ******************************************************************
      * RECORDS PROCESSED PER RUN FROM THE COMPLETION FILE, WITH THE
      * TIME THE RUN STAMPED ITS COMPLETION SO THE VOLUME CAN BE PUT
      * WITH THE TIMED RUN IT CAME FROM. ONCE FULL THE OLDEST ENTRY
      * GIVES WAY.
      ******************************************************************
       01  WS-VOLUME-TABLE.
           05  WS-VOL-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-VOL-NEXT         PIC 9(04) VALUE ZERO.
           05  WS-VOL-ENTRY OCCURS 2000 TIMES.
               10  WS-VOL-PROGRAM  PIC X(08).
               10  WS-VOL-DATE     PIC 9(06).
               10  WS-VOL-TIME     PIC 9(08).
               10  WS-VOL-RECS     PIC 9(07).

       01  WS-LOOKUP-FIELDS.
           05  WS-SPEED-IX         PIC 9(03) VALUE ZERO.
           05  WS-SPEED-MATCH-IX   PIC 9(03) VALUE ZERO.
           05  WS-VOL-IX           PIC 9(04) VALUE ZERO.
           05  WS-VOL-MATCH-IX     PIC 9(04) VALUE ZERO.
           05  WS-LOOKUP-DATE      PIC 9(06) VALUE ZERO.
           05  WS-LOOKUP-SPEED     PIC 9(03)V99 VALUE ZERO.
           05  WS-TONIGHT-SPEED    PIC 9(03)V99 VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-AVG-IX           PIC 9(03) VALUE ZERO.
           05  WS-MATCH-IX         PIC 9(03) VALUE ZERO.
           05  WS-WORK-PROGRAM     PIC X(08).
           05  WS-STEP-AVG         PIC 9(07) VALUE ZERO.
           05  WS-STEP-NORM        PIC 9(07) VALUE ZERO.
           05  WS-STEP-RATE        PIC 9(07)V99 VALUE ZERO.
           05  WS-RUN-NORM         PIC 9(07) VALUE ZERO.

       01  WS-TIME-FIELDS.
           05  WS-NOW-TIME         PIC 9(08).
           05  WS-PROJ-MN          PIC 9(02) VALUE ZERO.
           05  WS-PROJ-REM         PIC 9(09) VALUE ZERO.
           05  WS-PROJ-DUMMY       PIC 9(09) VALUE ZERO.
           05  WS-REMAINING-NORM   PIC 9(09) VALUE ZERO.
           05  WS-SPEED-REM-SECS   PIC 9(09) VALUE ZERO.
           05  WS-SPEED-PROJ-SECS  PIC 9(09) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-DONE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-TO-COME-COUNT    PIC 9(03) VALUE ZERO.
           05  WS-NO-HISTORY-COUNT PIC 9(03) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-RATE-ED          PIC ZZZZZ9.99.
           05  WS-SPEED-ED         PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-CALIBRATIONS
           PERFORM 1600-LOAD-VOLUMES
           PERFORM 2000-LOAD-TIMING-AVERAGES
           PERFORM 3000-MARK-COMPLETED-STEPS
           PERFORM 4000-SUM-REMAINING-WORK
           END-IF
           PERFORM 1110-READ-PARM-REC.

      ******************************************************************
      * A RERUN NIGHT'S SECOND CALIBRATION REPLACES ITS FIRST; ONCE
      * THE TABLE IS FULL THE OLDEST ENTRY GIVES WAY. TONIGHT'S SPEED
      * STAYS ZERO UNTIL TONIGHT'S CALIBRATION HAS RUN.
      ******************************************************************
       1500-LOAD-CALIBRATIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CALIB-FILE
           IF WS-CALIB-FILE-STATUS = "00"
               PERFORM 1510-READ-CALIB-REC
               PERFORM 1520-KEEP-CALIB-REC UNTIL WS-EOF
               CLOSE CALIB-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM 1550-FIND-SPEED
           MOVE WS-LOOKUP-SPEED TO WS-TONIGHT-SPEED.

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

       1600-LOAD-VOLUMES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS = "00"
               PERFORM 3010-READ-COMPL-REC
               PERFORM 1620-KEEP-VOLUME-REC UNTIL WS-EOF
               CLOSE COMPLETION-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1620-KEEP-VOLUME-REC.
           IF COMPL-RUN-DATE IS NUMERIC
               AND COMPL-RUN-TIME IS NUMERIC
               AND COMPL-RECORDS-PROC IS NUMERIC
               ADD 1 TO WS-VOL-NEXT
               IF WS-VOL-NEXT > 2000
                   MOVE 1 TO WS-VOL-NEXT
               END-IF
               IF WS-VOL-COUNT < 2000
                   ADD 1 TO WS-VOL-COUNT
               END-IF
               MOVE COMPL-PROGRAM-ID TO WS-VOL-PROGRAM (WS-VOL-NEXT)
               MOVE COMPL-RUN-DATE TO WS-VOL-DATE (WS-VOL-NEXT)
               MOVE COMPL-RUN-TIME TO WS-VOL-TIME (WS-VOL-NEXT)
               MOVE COMPL-RECORDS-PROC TO WS-VOL-RECS (WS-VOL-NEXT)
           END-IF
           PERFORM 3010-READ-COMPL-REC.

      ******************************************************************
      * THE VOLUME ENTRY FOR THE TIMED RUN IN THE TIMING RECORD: SAME
      * PROGRAM AND NIGHT, STAMPED INSIDE THE RUN'S START-TO-END
      * WINDOW - EVERY PROGRAM STAMPS ITS COMPLETION BEFORE ITS END
      * TIME. A RUN THAT CROSSED MIDNIGHT ENDS EARLIER ON THE CLOCK
      * THAN IT STARTED. ZERO WHEN THAT RUN LEFT NO COMPLETION RECORD.
      ******************************************************************
       1650-FIND-VOLUME.
           MOVE ZERO TO WS-VOL-MATCH-IX
           PERFORM 1660-CHECK-VOLUME-ENTRY
               VARYING WS-VOL-IX FROM 1 BY 1
               UNTIL WS-VOL-IX > WS-VOL-COUNT
                   OR WS-VOL-MATCH-IX > ZERO.

       1660-CHECK-VOLUME-ENTRY.
           MOVE "N" TO WS-IN-WINDOW-SW
           IF WS-VOL-PROGRAM (WS-VOL-IX) = TL-PROGRAM-ID
               AND WS-VOL-DATE (WS-VOL-IX) = TL-RUN-DATE
               IF TL-END-TIME < TL-START-TIME
                   IF WS-VOL-TIME (WS-VOL-IX) NOT < TL-START-TIME
                       OR WS-VOL-TIME (WS-VOL-IX) NOT > TL-END-TIME
                       SET WS-IN-WINDOW TO TRUE
                   END-IF
               ELSE
                   IF WS-VOL-TIME (WS-VOL-IX) NOT < TL-START-TIME
                       AND WS-VOL-TIME (WS-VOL-IX) NOT > TL-END-TIME
                       SET WS-IN-WINDOW TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-IN-WINDOW
               MOVE WS-VOL-IX TO WS-VOL-MATCH-IX
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * A RUN ON A CALIBRATED NIGHT ADDS ITS ELAPSED AT BASELINE SPEED
      * TO THE NORMALISED AVERAGE; A RUN WITH A COMPLETION RECORD ADDS
      * ITS RECORDS AND SECONDS TO THE THROUGHPUT.
      ******************************************************************
       2020-TALLY-TIMING-REC.
           IF TL-ELAPSED-SECS IS NUMERIC
               MOVE TL-PROGRAM-ID TO WS-WORK-PROGRAM
               IF WS-MATCH-IX > ZERO
                   ADD 1 TO WS-AVG-RUNS (WS-MATCH-IX)
                   ADD TL-ELAPSED-SECS TO WS-AVG-TOTAL (WS-MATCH-IX)
                   PERFORM 2030-TALLY-SPEED-AND-VOLUME
               END-IF
           END-IF
           PERFORM 2010-READ-TIMING-REC.

       2030-TALLY-SPEED-AND-VOLUME.
           MOVE TL-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM 1550-FIND-SPEED
           IF WS-LOOKUP-SPEED > ZERO
               COMPUTE WS-RUN-NORM ROUNDED =
                   TL-ELAPSED-SECS * WS-LOOKUP-SPEED / 100
               ADD 1 TO WS-AVG-NORM-RUNS (WS-MATCH-IX)
               ADD WS-RUN-NORM TO WS-AVG-NORM-TOTAL (WS-MATCH-IX)
           END-IF
           PERFORM 1650-FIND-VOLUME
           IF WS-VOL-MATCH-IX > ZERO
               ADD TL-ELAPSED-SECS TO WS-AVG-RATE-SECS (WS-MATCH-IX)
               ADD WS-VOL-RECS (WS-VOL-MATCH-IX)
                   TO WS-AVG-RATE-RECS (WS-MATCH-IX)
           END-IF
           IF TL-RUN-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-AVG-TONIGHT-SW (WS-MATCH-IX)
               MOVE TL-ELAPSED-SECS
                   TO WS-AVG-TONIGHT-SECS (WS-MATCH-IX)
               MOVE WS-VOL-MATCH-IX
                   TO WS-AVG-TONIGHT-VOL-IX (WS-MATCH-IX)
           END-IF.

       2500-FIND-OR-ADD-PROGRAM.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM 2510-CHECK-ONE-PROGRAM
                   MOVE ZERO TO WS-AVG-RUNS (WS-AVG-IDX)
                   MOVE ZERO TO WS-AVG-TOTAL (WS-AVG-IDX)
                   MOVE "N" TO WS-AVG-DONE-SW (WS-AVG-IDX)
                   MOVE ZERO TO WS-AVG-NORM-RUNS (WS-AVG-IDX)
                   MOVE ZERO TO WS-AVG-NORM-TOTAL (WS-AVG-IDX)
                   MOVE ZERO TO WS-AVG-RATE-SECS (WS-AVG-IDX)
                   MOVE ZERO TO WS-AVG-RATE-RECS (WS-AVG-IDX)
                   MOVE "N" TO WS-AVG-TONIGHT-SW (WS-AVG-IDX)
                   MOVE ZERO TO WS-AVG-TONIGHT-SECS (WS-AVG-IDX)
                   MOVE ZERO TO WS-AVG-TONIGHT-VOL-IX (WS-AVG-IDX)
               END-IF
           END-IF.

      * EVERY ACTIVE STEP DUE TONIGHT AND NOT YET COMPLETED
      * CONTRIBUTES ITS AVERAGE ELAPSED TO THE WORK STILL TO COME;
      * A STEP WITH NO TIMING HISTORY CONTRIBUTES ZERO AND IS
      * FLAGGED SO THE READER KNOWS THE PROJECTION IS LIGHT. ITS
      * NORMALISED AVERAGE - OR THE RAW ONE WHERE NONE OF ITS NIGHTS
      * WERE CALIBRATED - FEEDS THE PROJECTION AT TONIGHT'S SPEED.
      ******************************************************************
       4000-SUM-REMAINING-WORK.
           MOVE "N" TO WS-EOF-SW
                   IF WS-MATCH-IX > ZERO
                       IF WS-AVG-DONE-SW (WS-MATCH-IX) = "Y"
                           ADD 1 TO WS-DONE-COUNT
                           PERFORM 4700-REPORT-FINISHED-STEP
                       ELSE
                           ADD 1 TO WS-TO-COME-COUNT
                           PERFORM 4600-ADD-STEP-AVERAGE
                   WS-AVG-TOTAL (WS-MATCH-IX)
                   / WS-AVG-RUNS (WS-MATCH-IX)
               ADD WS-STEP-AVG TO WS-REMAINING-SECS
               IF WS-AVG-NORM-RUNS (WS-MATCH-IX) > ZERO
                   COMPUTE WS-STEP-NORM ROUNDED =
                       WS-AVG-NORM-TOTAL (WS-MATCH-IX)
                       / WS-AVG-NORM-RUNS (WS-MATCH-IX)
               ELSE
                   MOVE WS-STEP-AVG TO WS-STEP-NORM
               END-IF
               ADD WS-STEP-NORM TO WS-REMAINING-NORM
           ELSE
               ADD 1 TO WS-NO-HISTORY-COUNT
           END-IF
           ELSE
               MOVE "  NO TIMING HISTORY" TO REPORT-RECORD (26:19)
           END-IF
           IF WS-AVG-NORM-RUNS (WS-MATCH-IX) > ZERO
               MOVE WS-STEP-NORM TO WS-COUNT-ED
               STRING "NORM: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD (51:13)
               END-STRING
           END-IF
           PERFORM 4800-SET-STEP-RATE
           WRITE REPORT-RECORD.

      ******************************************************************
      * A STEP ALREADY DONE TONIGHT SHOWS TONIGHT'S OWN FIGURES SO A
      * SLOW RUN CAN BE SEEN FOR WHAT IT WAS.
      ******************************************************************
       4700-REPORT-FINISHED-STEP.
           MOVE SPACES TO REPORT-RECORD
           STRING "FINISHED:      " DELIMITED BY SIZE
               WS-WORK-PROGRAM DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           IF WS-AVG-TIMED-TONIGHT (WS-MATCH-IX)
               MOVE WS-AVG-TONIGHT-SECS (WS-MATCH-IX) TO WS-COUNT-ED
               STRING "      SECS: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD (26:25)
               END-STRING
               IF WS-TONIGHT-SPEED > ZERO
                   COMPUTE WS-RUN-NORM ROUNDED =
                       WS-AVG-TONIGHT-SECS (WS-MATCH-IX)
                       * WS-TONIGHT-SPEED / 100
                   MOVE WS-RUN-NORM TO WS-COUNT-ED
                   STRING "NORM: " DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                       INTO REPORT-RECORD (51:13)
                   END-STRING
               END-IF
               MOVE WS-AVG-TONIGHT-VOL-IX (WS-MATCH-IX)
                   TO WS-VOL-MATCH-IX
               IF WS-VOL-MATCH-IX > ZERO
                   AND WS-AVG-TONIGHT-SECS (WS-MATCH-IX) > ZERO
                   COMPUTE WS-STEP-RATE ROUNDED =
                       WS-VOL-RECS (WS-VOL-MATCH-IX)
                       / WS-AVG-TONIGHT-SECS (WS-MATCH-IX)
                   MOVE WS-STEP-RATE TO WS-RATE-ED
                   STRING "REC/S: " DELIMITED BY SIZE
                       WS-RATE-ED DELIMITED BY SIZE
                       INTO REPORT-RECORD (65:16)
                   END-STRING
               END-IF
           ELSE
               MOVE "  NOT ON THE TIMING LOG" TO REPORT-RECORD (26:23)
           END-IF
           WRITE REPORT-RECORD.

      ******************************************************************
      * HISTORICAL THROUGHPUT - ALL RECORDS OVER ALL SECONDS OF THE
      * RUNS THAT LEFT A COMPLETION RECORD.
      ******************************************************************
       4800-SET-STEP-RATE.
           IF WS-AVG-RATE-SECS (WS-MATCH-IX) > ZERO
               COMPUTE WS-STEP-RATE ROUNDED =
                   WS-AVG-RATE-RECS (WS-MATCH-IX)
                   / WS-AVG-RATE-SECS (WS-MATCH-IX)
                   ON SIZE ERROR
                       MOVE 999999 TO WS-STEP-RATE
               END-COMPUTE
               MOVE WS-STEP-RATE TO WS-RATE-ED
               STRING "REC/S: " DELIMITED BY SIZE
                   WS-RATE-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD (65:16)
               END-STRING
           END-IF.

      ******************************************************************
      * PROJECTED END = NOW PLUS THE REMAINING AVERAGES. A WINDOW
      * END EARLIER ON THE CLOCK THAN NOW MEANS THE WINDOW CLOSES
           END-STRING
           WRITE REPORT-RECORD
           PERFORM 5100-FORMAT-PROJECTED-TIME
           PERFORM 5200-PROJECT-AT-TONIGHTS-SPEED
           IF WS-PROJECTED-SECS > WS-WINDOW-SECS
               MOVE SPACES TO REPORT-RECORD
               MOVE "*** PROJECTION CROSSES THE BATCH WINDOW ***"
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           ELSE
               IF WS-SPEED-PROJ-SECS > WS-WINDOW-SECS
                   MOVE SPACES TO REPORT-RECORD
                   MOVE "*** AT TONIGHT'S SPEED: CROSSES WINDOW ***"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "END AT TONIGHT'S SPEED CROSSES THE WINDOW"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               ELSE
                   MOVE "PROJECTED CHAIN END INSIDE THE BATCH WINDOW"
                       TO WS-AUDIT-MESSAGE
                   PERFORM 1900-WRITE-AUDIT-LOG
               END-IF
           END-IF.

       5100-FORMAT-PROJECTED-TIME.
           END-STRING
           WRITE REPORT-RECORD.

      ******************************************************************
      * THE WORK STILL TO COME AT BASELINE SPEED, SCALED TO TONIGHT'S
      * CALIBRATED SPEED. WITH NO CALIBRATION YET TONIGHT THIS SECOND
      * PROJECTION IS SKIPPED AND ONLY THE RAW ONE IS JUDGED.
      ******************************************************************
       5200-PROJECT-AT-TONIGHTS-SPEED.
           MOVE ZERO TO WS-SPEED-PROJ-SECS
           MOVE SPACES TO REPORT-RECORD
           IF WS-TONIGHT-SPEED = ZERO
               MOVE "TONIGHT'S MACHINE SPEED: NOT YET CALIBRATED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE WS-TONIGHT-SPEED TO WS-SPEED-ED
               STRING "TONIGHT'S MACHINE SPEED: " DELIMITED BY SIZE
                   WS-SPEED-ED DELIMITED BY SIZE
                   "% OF BASELINE" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               COMPUTE WS-SPEED-REM-SECS ROUNDED =
                   WS-REMAINING-NORM * 100 / WS-TONIGHT-SPEED
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-SPEED-REM-SECS
               END-COMPUTE
               MOVE WS-SPEED-REM-SECS TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "REMAINING AT THAT SPEED: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               COMPUTE WS-SPEED-PROJ-SECS =
                   WS-NOW-SECS + WS-SPEED-REM-SECS
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-SPEED-PROJ-SECS
               END-COMPUTE
               DIVIDE WS-SPEED-PROJ-SECS BY 86400
                   GIVING WS-PROJ-DUMMY REMAINDER WS-PROJ-REM
               COMPUTE WS-PROJ-HH = WS-PROJ-REM / 3600
               COMPUTE WS-PROJ-MN =
                   (WS-PROJ-REM - WS-PROJ-HH * 3600) / 60
               MOVE SPACES TO REPORT-RECORD
               STRING "PROJECTED END AT SPEED : " DELIMITED BY SIZE
                   WS-PROJ-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-PROJ-MN DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE.
