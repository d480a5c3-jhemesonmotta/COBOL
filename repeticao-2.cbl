      *              of attempts, so a bad SYSIN card can never spin
      *              the old reprompt loop all night. An iteration
      *              count performance report is written at the end.
      *              Every night the same loop is also timed over a
      *              fixed number of iterations (REPETIC2 CALIBITER)
      *              as the machine-speed calibration: the iteration
      *              rate, and that rate as a percentage of the
      *              baseline held in PARMFILE (REPETIC2 CALIBBASE,
      *              iterations per second), go to the calibration
      *              history (CALIBHST) the runtime trend and window
      *              projection reports normalise elapsed times by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERF-FILE ASSIGN TO "REP2PERF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALIB-FILE ASSIGN TO "CALIBHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIB-FILE-STATUS.
           SELECT TIMING-FILE ASSIGN TO "TIMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-FILE-STATUS.
       FD  PERF-FILE.
       01  PERF-RECORD                 PIC X(60).

       FD  CALIB-FILE.
       COPY CALIBREC.

       FD  TIMING-FILE.
       COPY TIMEREC.

           05  WS-SRC-OF-THRESHOLD     PIC X(01) VALUE "D".
           05  WS-SRC-OF-STARTNUM      PIC X(01) VALUE "D".
           05  WS-SRC-OF-MAXTRIES      PIC X(01) VALUE "D".
           05  WS-SRC-OF-CALIBITER     PIC X(01) VALUE "D".
           05  WS-SRC-OF-CALIBBASE     PIC X(01) VALUE "D".
       01  WS-RUNCTL-FILE-STATUS   PIC X(02).
       01  WS-RUN-HELD-SW          PIC X(01) VALUE "N".
           88  WS-RUN-HELD                 VALUE "Y".
       01  WS-NUM1-ED                    PIC ZZ9.
       01  WS-NUM2-INPUT                 PIC X(03).

      ******************************************************************
      * THE CALIBRATION PASS: THE SAME ADD-AND-COMPARE AS THE LOOP
      * ABOVE, WITHOUT THE DISPLAYS, TIMED TO THE HUNDREDTH OVER A
      * FIXED NUMBER OF ITERATIONS. NO BASELINE ON FILE MEANS THE
      * NIGHT IS TAKEN AT FULL SPEED.
      ******************************************************************
       01  WS-CALIB-FIELDS.
           05  WS-CALIB-FILE-STATUS    PIC X(02).
           05  WS-CALIB-ITERATIONS     PIC S9(09) VALUE 5000000.
           05  WS-CALIB-BASELINE       PIC S9(09) VALUE ZERO.
           05  WS-CALIB-IX             PIC 9(09) COMP VALUE ZERO.
           05  WS-CALIB-NUM2           PIC 9(03) VALUE ZERO.
           05  WS-CALIB-START.
               10  WS-CALIB-START-HH   PIC 9(02).
               10  WS-CALIB-START-MN   PIC 9(02).
               10  WS-CALIB-START-SS   PIC 9(02).
               10  WS-CALIB-START-HD   PIC 9(02).
           05  WS-CALIB-END.
               10  WS-CALIB-END-HH     PIC 9(02).
               10  WS-CALIB-END-MN     PIC 9(02).
               10  WS-CALIB-END-SS     PIC 9(02).
               10  WS-CALIB-END-HD     PIC 9(02).
           05  WS-CALIB-HUNDREDTHS     PIC S9(09) VALUE ZERO.
           05  WS-CALIB-RATE           PIC 9(09) VALUE ZERO.
           05  WS-CALIB-SPEED-PCT      PIC 9(03)V99 VALUE 100.
           05  WS-CALIB-RATE-ED        PIC ZZZ,ZZZ,ZZ9.
           05  WS-CALIB-SPEED-ED       PIC ZZ9.99.
           05  WS-CALIB-LINE           PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0500-CHECK-RUN-HOLD
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1200-VALIDATE-INPUT
           PERFORM 2100-CALIBRATE-MACHINE
           IF WS-VALID-INPUT
               MOVE WS-NUM2 TO WS-START-NUM2
               PERFORM 2000-PARA-1 UNTIL WS-NUM1 < WS-NUM2
                   MOVE PARM-VALUE TO WS-ATTEMPT-LIMIT
                   MOVE "P" TO WS-SRC-OF-MAXTRIES
               END-IF
               IF PARM-NAME = "CALIBITER"
                   AND PARM-VALUE IS NUMERIC
                   AND PARM-VALUE > ZERO
                   MOVE PARM-VALUE TO WS-CALIB-ITERATIONS
                   MOVE "P" TO WS-SRC-OF-CALIBITER
               END-IF
               IF PARM-NAME = "CALIBBASE"
                   AND PARM-VALUE IS NUMERIC
                   AND PARM-VALUE NOT < ZERO
                   MOVE PARM-VALUE TO WS-CALIB-BASELINE
                   MOVE "P" TO WS-SRC-OF-CALIBBASE
               END-IF
           END-IF
           PERFORM 1110-READ-PARM-REC.

           MOVE WS-ATTEMPT-LIMIT TO ATT-VALUE-USED
           MOVE WS-SRC-OF-MAXTRIES TO ATT-SOURCE
           WRITE ATTEST-RECORD
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "REPETIC2" TO ATT-PROGRAM-ID
           MOVE "CALIBITER" TO ATT-PARM-NAME
           MOVE WS-CALIB-ITERATIONS TO ATT-VALUE-USED
           MOVE WS-SRC-OF-CALIBITER TO ATT-SOURCE
           WRITE ATTEST-RECORD
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "REPETIC2" TO ATT-PROGRAM-ID
           MOVE "CALIBBASE" TO ATT-PARM-NAME
           MOVE WS-CALIB-BASELINE TO ATT-VALUE-USED
           MOVE WS-SRC-OF-CALIBBASE TO ATT-SOURCE
           WRITE ATTEST-RECORD
           CLOSE ATTEST-FILE.

       1800-OPEN-AUDIT-LOG.
               DISPLAY "O numero 2 e : ", WS-NUM2
           END-IF.

      ******************************************************************
      * TIME THE FIXED CALIBRATION PASS AND RECORD TONIGHT'S RATE AND
      * SPEED AGAINST THE BASELINE. A PASS THAT RUNS ACROSS MIDNIGHT
      * GAINS A DAY ON THE END TIME; ONE TOO QUICK TO MEASURE COUNTS
      * AS A SINGLE HUNDREDTH.
      ******************************************************************
       2100-CALIBRATE-MACHINE.
           MOVE ZERO TO WS-CALIB-NUM2
           ACCEPT WS-CALIB-START FROM TIME
           PERFORM 2110-CALIBRATION-STEP
               VARYING WS-CALIB-IX FROM 1 BY 1
               UNTIL WS-CALIB-IX > WS-CALIB-ITERATIONS
           ACCEPT WS-CALIB-END FROM TIME
           COMPUTE WS-CALIB-HUNDREDTHS =
               (WS-CALIB-END-HH * 360000 + WS-CALIB-END-MN * 6000
               + WS-CALIB-END-SS * 100 + WS-CALIB-END-HD)
               - (WS-CALIB-START-HH * 360000
               + WS-CALIB-START-MN * 6000
               + WS-CALIB-START-SS * 100 + WS-CALIB-START-HD)
           IF WS-CALIB-HUNDREDTHS < ZERO
               ADD 8640000 TO WS-CALIB-HUNDREDTHS
           END-IF
           IF WS-CALIB-HUNDREDTHS = ZERO
               MOVE 1 TO WS-CALIB-HUNDREDTHS
           END-IF
           COMPUTE WS-CALIB-RATE =
               WS-CALIB-ITERATIONS * 100 / WS-CALIB-HUNDREDTHS
               ON SIZE ERROR
                   MOVE 999999999 TO WS-CALIB-RATE
           END-COMPUTE
           MOVE 100 TO WS-CALIB-SPEED-PCT
           IF WS-CALIB-BASELINE > ZERO
               COMPUTE WS-CALIB-SPEED-PCT ROUNDED =
                   WS-CALIB-RATE * 100 / WS-CALIB-BASELINE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-CALIB-SPEED-PCT
               END-COMPUTE
           END-IF
           OPEN EXTEND CALIB-FILE
           IF WS-CALIB-FILE-STATUS NOT = "00"
               OPEN OUTPUT CALIB-FILE
           END-IF
           MOVE SPACES TO CALIBRATION-RECORD
           MOVE WS-RUN-DATE TO CB-RUN-DATE
           MOVE WS-CALIB-ITERATIONS TO CB-ITERATIONS
           MOVE WS-CALIB-HUNDREDTHS TO CB-HUNDREDTHS
           MOVE WS-CALIB-RATE TO CB-RATE
           MOVE WS-CALIB-BASELINE TO CB-BASELINE
           MOVE WS-CALIB-SPEED-PCT TO CB-SPEED-PCT
           IF WS-CALIB-BASELINE > ZERO
               SET CB-HAS-BASELINE TO TRUE
           ELSE
               SET CB-NO-BASELINE TO TRUE
           END-IF
           WRITE CALIBRATION-RECORD
           CLOSE CALIB-FILE
           MOVE WS-CALIB-RATE TO WS-CALIB-RATE-ED
           MOVE WS-CALIB-SPEED-PCT TO WS-CALIB-SPEED-ED
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF WS-CALIB-BASELINE > ZERO
               STRING "CALIBRATION " DELIMITED BY SIZE
                   WS-CALIB-RATE-ED DELIMITED BY SIZE
                   " ITER/SEC, SPEED " DELIMITED BY SIZE
                   WS-CALIB-SPEED-ED DELIMITED BY SIZE
                   "% OF BASELINE" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           ELSE
               STRING "CALIBRATION " DELIMITED BY SIZE
                   WS-CALIB-RATE-ED DELIMITED BY SIZE
                   " ITER/SEC, NO BASELINE SET" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           END-IF
           MOVE WS-AUDIT-MESSAGE TO WS-CALIB-LINE
           PERFORM 1900-WRITE-AUDIT-LOG.

       2110-CALIBRATION-STEP.
           ADD 1 TO WS-CALIB-NUM2
           IF WS-CALIB-NUM2 > WS-NUM1
               MOVE ZERO TO WS-CALIB-NUM2
           END-IF.

       3000-WRITE-PERFORMANCE-REPORT.
           MOVE WS-ITERATION-COUNT TO WS-ITERATION-COUNT-ED
           MOVE WS-START-NUM2 TO WS-START-NUM2-ED
           MOVE WS-NUM1 TO WS-NUM1-ED
           OPEN OUTPUT PERF-FILE
           MOVE WS-CALIB-LINE TO PERF-RECORD
           WRITE PERF-RECORD
           MOVE SPACES TO PERF-RECORD
           STRING "REPETICAO2 STARTED AT " DELIMITED BY SIZE
               WS-START-NUM2-ED            DELIMITED BY SIZE
