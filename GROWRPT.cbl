      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Weekly file growth and capacity forecast, built
      *              from the growth history the nightly sampler
      *              (FILEGROW) appends to. For every file sampled in
      *              the look-back window (GROWRPT LOOKBACK, default
      *              28 days) the report shows the latest record
      *              count, the growth per day between the oldest and
      *              newest counts in the window, the file's capacity
      *              limit (GROWRPT CAP-ddname, in records; none set
      *              means no limit) and the number of days until the
      *              limit is reached at that rate, with the date it
      *              falls on. A file already at its limit, or
      *              projected to reach it inside the warning horizon
      *              (GROWRPT HORIZON, default 30 days), is flagged,
      *              raises a W-severity audit entry and ends the run
      *              with 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROWRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROWTH-FILE ASSIGN TO "GROWHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROWTH-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ATTEST-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GROWRPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GROWTH-FILE.
       COPY GROWREC.

       FD  PARM-FILE.
       COPY PARMREC.

       FD  ATTEST-FILE.
       COPY ATTESTRC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GROWTH-FILE-STATUS   PIC X(02).
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-ATTEST-FILE-STATUS   PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY       PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".

       01  WS-PARM-FIELDS.
           05  WS-LOOKBACK-DAYS    PIC S9(09) VALUE 28.
           05  WS-LOOKBACK-SRC     PIC X(01) VALUE "D".
           05  WS-HORIZON-DAYS     PIC S9(09) VALUE 30.
           05  WS-HORIZON-SRC      PIC X(01) VALUE "D".

       01  WS-ENTRY-DAYS           PIC 9(07) VALUE ZERO.
       01  WS-TODAY-DAYS           PIC 9(07) VALUE ZERO.
       01  WS-CUTOFF-DAYS          PIC S9(07) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-DW-DATE          PIC 9(06).
           05  WS-DW-PARTS REDEFINES WS-DW-DATE.
               10  WS-DW-YY        PIC 9(02).
               10  WS-DW-MM        PIC 9(02).
               10  WS-DW-DD        PIC 9(02).

      ******************************************************************
      * ONE ENTRY PER FILE, IN THE ORDER IT IS FIRST MET - ON A
      * CAPACITY ROW OR IN THE HISTORY. ONLY COUNTED SAMPLES INSIDE
      * THE WINDOW SET THE OLDEST AND NEWEST COUNTS; A NIGHT THE FILE
      * COULD NOT BE COUNTED IS KEPT AS A GAP.
      ******************************************************************
       01  WS-FILE-TABLE.
           05  WS-GF-COUNT         PIC 9(02) VALUE ZERO.
           05  WS-GF-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-GF-IDX.
               10  WS-GF-DDNAME        PIC X(08).
               10  WS-GF-CAP           PIC S9(09).
               10  WS-GF-CAP-SRC       PIC X(01).
               10  WS-GF-SAMPLES       PIC 9(05).
               10  WS-GF-GAPS          PIC 9(05).
               10  WS-GF-FIRST-DAYS    PIC 9(07).
               10  WS-GF-FIRST-COUNT   PIC 9(09).
               10  WS-GF-LAST-DATE     PIC 9(06).
               10  WS-GF-LAST-DAYS     PIC 9(07).
               10  WS-GF-LAST-COUNT    PIC 9(09).
       01  WS-GF-MATCH-IX          PIC 9(02) VALUE ZERO.
       01  WS-GF-IX                PIC 9(02) VALUE ZERO.
       01  WS-WORK-DDNAME          PIC X(08).

       01  WS-PROJECT-FIELDS.
           05  WS-SPAN-DAYS        PIC 9(07) VALUE ZERO.
           05  WS-GROWTH           PIC S9(10) VALUE ZERO.
           05  WS-RATE             PIC S9(07)V99 VALUE ZERO.
           05  WS-DAYS-EXACT       PIC 9(09)V99 VALUE ZERO.
           05  WS-DAYS-LEFT        PIC S9(09) VALUE ZERO.
           05  WS-SINCE-SAMPLE     PIC 9(07) VALUE ZERO.
           05  WS-ALERT-SW         PIC X(01) VALUE "N".
               88  WS-ALERT                   VALUE "Y".

       01  WS-WALK-FIELDS.
           05  WS-WALK-DATE        PIC 9(06).
           05  WS-WALK-DATE-PARTS REDEFINES WS-WALK-DATE.
               10  WS-WALK-YY      PIC 9(02).
               10  WS-WALK-MM      PIC 9(02).
               10  WS-WALK-DD      PIC 9(02).
           05  WS-WALK-STEPS       PIC 9(05) VALUE ZERO.
           05  WS-MONTH-END-DD     PIC 9(02) VALUE ZERO.
           05  WS-LEAP-REM         PIC 9(02) VALUE ZERO.
           05  WS-LEAP-DUMMY       PIC 9(02) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-WINDOW-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-DROPPED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-OVER-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-HORIZON-COUNT    PIC 9(03) VALUE ZERO.
           05  WS-NO-CAP-COUNT     PIC 9(03) VALUE ZERO.
           05  WS-UNSAMPLED-COUNT  PIC 9(03) VALUE ZERO.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "FILE".
           05  FILLER              PIC X(06) VALUE "SPAN".
           05  FILLER              PIC X(08) VALUE "LAST".
           05  FILLER              PIC X(13) VALUE " LAST COUNT".
           05  FILLER              PIC X(13) VALUE "    PER DAY".
           05  FILLER              PIC X(13) VALUE "  CAP LIMIT".
           05  FILLER              PIC X(08) VALUE "  LEFT".
           05  FILLER              PIC X(08) VALUE "AT CAP".
           05  FILLER              PIC X(15) VALUE "STATUS".
           05  FILLER              PIC X(05) VALUE "GAPS".

       01  WS-FORECAST-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-DDNAME        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-SPAN          PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-LAST-DATE     PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-LAST-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-RATE          PIC -(7)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-CAP           PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-DAYS-LEFT     PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-AT-CAP        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-STATUS        PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-FL-GAPS          PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(01) VALUE SPACE.

       01  WS-EDIT-FIELDS.
           05  WS-DAYS-ED          PIC ZZZZZ9.
           05  WS-COUNT-ED         PIC ZZZ9.
           05  WS-LOOKBACK-ED      PIC ZZZ9.
           05  WS-HORIZON-ED       PIC ZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-HISTORY
           PERFORM 1790-WRITE-ATTESTATION
           PERFORM 3000-WRITE-REPORT
           PERFORM 5000-WRITE-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-READ-PARMS
           MOVE WS-RUN-DATE TO WS-DW-DATE
           PERFORM 1500-DATE-TO-DAYS
           MOVE WS-ENTRY-DAYS TO WS-TODAY-DAYS
           COMPUTE WS-CUTOFF-DAYS = WS-TODAY-DAYS - WS-LOOKBACK-DAYS.

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
      * GROWRPT LOOKBACK AND HORIZON ARE IN DAYS; GROWRPT CAP-DDNAME
      * IS THE FILE'S CAPACITY LIMIT IN RECORDS, ZERO FOR NO LIMIT.
      * THE LAST RECORD IN EFFECT WINS.
      ******************************************************************
       1100-READ-PARMS.
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
               AND PARM-PROGRAM-ID = "GROWRPT"
               AND PARM-VALUE IS NUMERIC
               EVALUATE TRUE
                   WHEN PARM-NAME = "LOOKBACK"
                       IF PARM-VALUE > ZERO AND PARM-VALUE < 1000
                           MOVE PARM-VALUE TO WS-LOOKBACK-DAYS
                           MOVE "P" TO WS-LOOKBACK-SRC
                       END-IF
                   WHEN PARM-NAME = "HORIZON"
                       IF PARM-VALUE > ZERO AND PARM-VALUE < 10000
                           MOVE PARM-VALUE TO WS-HORIZON-DAYS
                           MOVE "P" TO WS-HORIZON-SRC
                       END-IF
                   WHEN PARM-NAME (1:4) = "CAP-"
                       IF PARM-VALUE NOT < ZERO
                           MOVE PARM-NAME (5:8) TO WS-WORK-DDNAME
                           PERFORM 1200-FIND-OR-ADD-FILE
                           IF WS-GF-MATCH-IX > ZERO
                               MOVE PARM-VALUE
                                   TO WS-GF-CAP (WS-GF-MATCH-IX)
                               MOVE "P"
                                   TO WS-GF-CAP-SRC (WS-GF-MATCH-IX)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 1110-READ-PARM-REC.

      ******************************************************************
      * LOOK UP THE FILE NAMED IN WS-WORK-DDNAME, ADDING IT WHEN IT IS
      * NEW. WS-GF-MATCH-IX COMES BACK ZERO ONLY WHEN THE TABLE IS
      * FULL.
      ******************************************************************
       1200-FIND-OR-ADD-FILE.
           MOVE ZERO TO WS-GF-MATCH-IX
           PERFORM 1210-CHECK-FILE-NAME
               VARYING WS-GF-IX FROM 1 BY 1
               UNTIL WS-GF-IX > WS-GF-COUNT OR WS-GF-MATCH-IX > ZERO
           IF WS-GF-MATCH-IX = ZERO
               IF WS-GF-COUNT < 30
                   ADD 1 TO WS-GF-COUNT
                   MOVE WS-GF-COUNT TO WS-GF-MATCH-IX
                   MOVE SPACES TO WS-GF-ENTRY (WS-GF-MATCH-IX)
                   MOVE WS-WORK-DDNAME TO WS-GF-DDNAME (WS-GF-MATCH-IX)
                   MOVE ZERO TO WS-GF-CAP (WS-GF-MATCH-IX)
                   MOVE "D" TO WS-GF-CAP-SRC (WS-GF-MATCH-IX)
                   MOVE ZERO TO WS-GF-SAMPLES (WS-GF-MATCH-IX)
                   MOVE ZERO TO WS-GF-GAPS (WS-GF-MATCH-IX)
                   MOVE ZERO TO WS-GF-FIRST-DAYS (WS-GF-MATCH-IX)
                   MOVE ZERO TO WS-GF-FIRST-COUNT (WS-GF-MATCH-IX)
                   MOVE ZERO TO WS-GF-LAST-DATE (WS-GF-MATCH-IX)
                   MOVE ZERO TO WS-GF-LAST-DAYS (WS-GF-MATCH-IX)
                   MOVE ZERO TO WS-GF-LAST-COUNT (WS-GF-MATCH-IX)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
                   DISPLAY "GROWRPT: FILE TABLE FULL, "
                       WS-WORK-DDNAME " DROPPED"
               END-IF
           END-IF.

       1210-CHECK-FILE-NAME.
           IF WS-GF-DDNAME (WS-GF-IX) = WS-WORK-DDNAME
               MOVE WS-GF-IX TO WS-GF-MATCH-IX
           END-IF.

      ******************************************************************
      * SAME WHOLE-MONTH DAY ARITHMETIC AS THE AUDIT-LOG ARCHIVER:
      * GOOD ENOUGH FOR A GROWTH RATE, NO CALENDAR TABLES.
      ******************************************************************
       1500-DATE-TO-DAYS.
           COMPUTE WS-ENTRY-DAYS =
               WS-DW-YY * 372 + WS-DW-MM * 31 + WS-DW-DD.

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
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "GROWRPT" TO ATT-PROGRAM-ID
           MOVE "LOOKBACK" TO ATT-PARM-NAME
           MOVE WS-LOOKBACK-DAYS TO ATT-VALUE-USED
           MOVE WS-LOOKBACK-SRC TO ATT-SOURCE
           WRITE ATTEST-RECORD
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "GROWRPT" TO ATT-PROGRAM-ID
           MOVE "HORIZON" TO ATT-PARM-NAME
           MOVE WS-HORIZON-DAYS TO ATT-VALUE-USED
           MOVE WS-HORIZON-SRC TO ATT-SOURCE
           WRITE ATTEST-RECORD
           PERFORM 1795-ATTEST-ONE-FILE
               VARYING WS-GF-IDX FROM 1 BY 1
               UNTIL WS-GF-IDX > WS-GF-COUNT
           CLOSE ATTEST-FILE.

       1795-ATTEST-ONE-FILE.
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "GROWRPT" TO ATT-PROGRAM-ID
           STRING "CAP-" DELIMITED BY SIZE
               WS-GF-DDNAME (WS-GF-IDX) DELIMITED BY SPACE
               INTO ATT-PARM-NAME
           END-STRING
           MOVE WS-GF-CAP (WS-GF-IDX) TO ATT-VALUE-USED
           MOVE WS-GF-CAP-SRC (WS-GF-IDX) TO ATT-SOURCE
           WRITE ATTEST-RECORD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "GROWRPT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * THE HISTORY IS APPENDED IN DATE ORDER, SO THE FIRST COUNTED
      * SAMPLE INSIDE THE WINDOW IS THE OLDEST AND THE LAST IS THE
      * NEWEST. A RERUN NIGHT'S SECOND SAMPLE SIMPLY REPLACES THE
      * FIRST AS THE NEWEST.
      ******************************************************************
       2000-READ-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GROWTH-FILE
           IF WS-GROWTH-FILE-STATUS = "00"
               PERFORM 2010-READ-GROWTH-REC
               PERFORM 2020-TAKE-SAMPLE UNTIL WS-EOF
               CLOSE GROWTH-FILE
           ELSE
               DISPLAY "GROWRPT: GROWHIST COULD NOT BE OPENED, "
                   "NO FILE CAN BE FORECAST"
               MOVE "GROWHIST UNREADABLE, NO GROWTH HISTORY TO FORECAST"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2010-READ-GROWTH-REC.
           READ GROWTH-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

       2020-TAKE-SAMPLE.
           IF GR-RUN-DATE IS NUMERIC
               AND GR-DDNAME NOT = SPACES
               MOVE GR-RUN-DATE TO WS-DW-DATE
               PERFORM 1500-DATE-TO-DAYS
               IF WS-ENTRY-DAYS NOT < WS-CUTOFF-DAYS
                   AND WS-ENTRY-DAYS NOT > WS-TODAY-DAYS
                   ADD 1 TO WS-WINDOW-COUNT
                   MOVE GR-DDNAME TO WS-WORK-DDNAME
                   PERFORM 1200-FIND-OR-ADD-FILE
                   IF WS-GF-MATCH-IX > ZERO
                       PERFORM 2030-KEEP-SAMPLE
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-GROWTH-REC.

       2030-KEEP-SAMPLE.
           SET WS-GF-IDX TO WS-GF-MATCH-IX
           IF GR-COUNTED AND GR-RECORD-COUNT IS NUMERIC
               IF WS-GF-SAMPLES (WS-GF-IDX) = ZERO
                   MOVE WS-ENTRY-DAYS TO WS-GF-FIRST-DAYS (WS-GF-IDX)
                   MOVE GR-RECORD-COUNT
                       TO WS-GF-FIRST-COUNT (WS-GF-IDX)
               END-IF
               ADD 1 TO WS-GF-SAMPLES (WS-GF-IDX)
               MOVE GR-RUN-DATE TO WS-GF-LAST-DATE (WS-GF-IDX)
               MOVE WS-ENTRY-DAYS TO WS-GF-LAST-DAYS (WS-GF-IDX)
               MOVE GR-RECORD-COUNT TO WS-GF-LAST-COUNT (WS-GF-IDX)
           ELSE
               ADD 1 TO WS-GF-GAPS (WS-GF-IDX)
           END-IF.

       3000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "FILE GROWTH AND CAPACITY FORECAST     RUN DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-LOOKBACK-DAYS TO WS-LOOKBACK-ED
           MOVE WS-HORIZON-DAYS TO WS-HORIZON-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "LOOK-BACK WINDOW " DELIMITED BY SIZE
               WS-LOOKBACK-ED DELIMITED BY SIZE
               " DAYS     WARNING HORIZON " DELIMITED BY SIZE
               WS-HORIZON-ED DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3100-FORECAST-ONE-FILE
               VARYING WS-GF-IDX FROM 1 BY 1
               UNTIL WS-GF-IDX > WS-GF-COUNT
           IF WS-GF-COUNT = ZERO
               MOVE "NO FILES SAMPLED IN THE LOOK-BACK WINDOW"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
      * THE RATE IS THE CHANGE BETWEEN THE OLDEST AND NEWEST COUNTS
      * OVER THE DAYS BETWEEN THEM. THE DAYS LEFT RUN FROM THE NEWEST
      * SAMPLE, LESS THE DAYS ALREADY GONE SINCE IT, AND ROUND UP TO
      * THE DAY THE LIMIT IS FIRST REACHED. A FILE THAT WILL NOT HIT
      * ITS LIMIT FOR TEN YEARS OR MORE SHOWS NO DATE.
      ******************************************************************
       3100-FORECAST-ONE-FILE.
           MOVE "N" TO WS-ALERT-SW
           MOVE ZERO TO WS-SPAN-DAYS
           MOVE ZERO TO WS-RATE
           MOVE SPACES TO WS-FL-LAST-DATE
           MOVE SPACES TO WS-FL-DAYS-LEFT
           MOVE SPACES TO WS-FL-AT-CAP
           MOVE WS-GF-DDNAME (WS-GF-IDX) TO WS-FL-DDNAME
           MOVE WS-GF-CAP (WS-GF-IDX) TO WS-FL-CAP
           MOVE WS-GF-LAST-COUNT (WS-GF-IDX) TO WS-FL-LAST-COUNT
           MOVE WS-GF-GAPS (WS-GF-IDX) TO WS-FL-GAPS
           IF WS-GF-SAMPLES (WS-GF-IDX) > ZERO
               MOVE WS-GF-LAST-DATE (WS-GF-IDX) TO WS-FL-LAST-DATE
               COMPUTE WS-SPAN-DAYS = WS-GF-LAST-DAYS (WS-GF-IDX)
                   - WS-GF-FIRST-DAYS (WS-GF-IDX)
               COMPUTE WS-SINCE-SAMPLE =
                   WS-TODAY-DAYS - WS-GF-LAST-DAYS (WS-GF-IDX)
               IF WS-SPAN-DAYS > ZERO
                   COMPUTE WS-GROWTH = WS-GF-LAST-COUNT (WS-GF-IDX)
                       - WS-GF-FIRST-COUNT (WS-GF-IDX)
                   COMPUTE WS-RATE ROUNDED = WS-GROWTH / WS-SPAN-DAYS
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-RATE
                   END-COMPUTE
               END-IF
           END-IF
           MOVE WS-SPAN-DAYS TO WS-FL-SPAN
           MOVE WS-RATE TO WS-FL-RATE
           EVALUATE TRUE
               WHEN WS-GF-SAMPLES (WS-GF-IDX) = ZERO
                   ADD 1 TO WS-UNSAMPLED-COUNT
                   MOVE "NOT SAMPLED" TO WS-FL-STATUS
               WHEN WS-GF-CAP (WS-GF-IDX) = ZERO
                   ADD 1 TO WS-NO-CAP-COUNT
                   MOVE "NO LIMIT SET" TO WS-FL-STATUS
               WHEN WS-GF-LAST-COUNT (WS-GF-IDX)
                       NOT < WS-GF-CAP (WS-GF-IDX)
                   ADD 1 TO WS-OVER-COUNT
                   SET WS-ALERT TO TRUE
                   MOVE "AT/OVER LIMIT" TO WS-FL-STATUS
               WHEN WS-SPAN-DAYS = ZERO
                   MOVE "TOO FEW DAYS" TO WS-FL-STATUS
               WHEN WS-RATE NOT > ZERO
                   MOVE "NOT GROWING" TO WS-FL-STATUS
               WHEN OTHER
                   PERFORM 3200-PROJECT-LIMIT
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-FORECAST-LINE
           IF WS-ALERT
               PERFORM 3400-RAISE-ALERT
           END-IF.

       3200-PROJECT-LIMIT.
           COMPUTE WS-DAYS-EXACT = (WS-GF-CAP (WS-GF-IDX)
               - WS-GF-LAST-COUNT (WS-GF-IDX)) / WS-RATE
               ON SIZE ERROR
                   MOVE 999999999 TO WS-DAYS-EXACT
           END-COMPUTE
           MOVE WS-DAYS-EXACT TO WS-DAYS-LEFT
           IF WS-DAYS-EXACT > WS-DAYS-LEFT
               ADD 1 TO WS-DAYS-LEFT
           END-IF
           SUBTRACT WS-SINCE-SAMPLE FROM WS-DAYS-LEFT
           IF WS-DAYS-LEFT < ZERO
               MOVE ZERO TO WS-DAYS-LEFT
           END-IF
           IF WS-DAYS-LEFT > 999999
               MOVE "999999" TO WS-FL-DAYS-LEFT
           ELSE
               MOVE WS-DAYS-LEFT TO WS-DAYS-ED
               MOVE WS-DAYS-ED TO WS-FL-DAYS-LEFT
           END-IF
           IF WS-DAYS-LEFT < 3653
               MOVE WS-RUN-DATE TO WS-WALK-DATE
               MOVE ZERO TO WS-WALK-STEPS
               PERFORM 3300-NEXT-DAY
                   UNTIL WS-WALK-STEPS NOT < WS-DAYS-LEFT
               MOVE WS-WALK-DATE TO WS-FL-AT-CAP
           END-IF
           IF WS-DAYS-LEFT NOT > WS-HORIZON-DAYS
               ADD 1 TO WS-HORIZON-COUNT
               SET WS-ALERT TO TRUE
               MOVE "WITHIN HORIZON" TO WS-FL-STATUS
           ELSE
               MOVE "OK" TO WS-FL-STATUS
           END-IF.

       3300-NEXT-DAY.
           ADD 1 TO WS-WALK-STEPS
           PERFORM 3310-SET-MONTH-END
           IF WS-WALK-DD < WS-MONTH-END-DD
               ADD 1 TO WS-WALK-DD
           ELSE
               MOVE 1 TO WS-WALK-DD
               IF WS-WALK-MM < 12
                   ADD 1 TO WS-WALK-MM
               ELSE
                   MOVE 1 TO WS-WALK-MM
                   IF WS-WALK-YY < 99
                       ADD 1 TO WS-WALK-YY
                   ELSE
                       MOVE ZERO TO WS-WALK-YY
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE LAST DAY OF THE WALKED MONTH, LEAP FEBRUARY INCLUDED.
      ******************************************************************
       3310-SET-MONTH-END.
           EVALUATE WS-WALK-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MONTH-END-DD
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-MONTH-END-DD
               WHEN 02
                   DIVIDE WS-WALK-YY BY 4
                       GIVING WS-LEAP-DUMMY REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-MONTH-END-DD
                   ELSE
                       MOVE 28 TO WS-MONTH-END-DD
                   END-IF
           END-EVALUATE.

       3400-RAISE-ALERT.
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF WS-FL-STATUS = "WITHIN HORIZON"
               STRING WS-GF-DDNAME (WS-GF-IDX) DELIMITED BY SPACE
                   " PROJECTED AT CAPACITY LIMIT IN " DELIMITED BY SIZE
                   WS-FL-DAYS-LEFT DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           ELSE
               STRING WS-GF-DDNAME (WS-GF-IDX) DELIMITED BY SPACE
                   " IS AT OR OVER ITS CAPACITY LIMIT" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           END-IF
           MOVE "W" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE 4 TO WS-RUN-RC.

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GF-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "FILES REPORTED          : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-OVER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "AT OR OVER LIMIT        : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-HORIZON-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "LIMIT WITHIN HORIZON    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NO-CAP-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NO LIMIT SET            : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-UNSAMPLED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NOT SAMPLED IN WINDOW   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-DROPPED-COUNT > ZERO
               MOVE "*** FILE TABLE FULL - SOME FILES NOT REPORTED ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "GROWTH FORECAST FILE TABLE FULL, FILES DROPPED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SPAN = DAYS BETWEEN OLDEST AND NEWEST COUNT IN WINDOW"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE
               "LEFT = DAYS FROM TODAY TO THE LIMIT AT THE PER-DAY RATE"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "GAPS = NIGHTS IN WINDOW THE FILE COULD NOT BE COUNTED"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF WS-OVER-COUNT > ZERO OR WS-HORIZON-COUNT > ZERO
               MOVE "W" TO WS-AUDIT-SEVERITY
               MOVE "GROWTH FORECAST: FILES AT OR NEAR CAPACITY LIMIT"
                   TO WS-AUDIT-MESSAGE
           ELSE
               MOVE "GROWTH FORECAST: NO FILE NEAR ITS CAPACITY LIMIT"
                   TO WS-AUDIT-MESSAGE
           END-IF
           PERFORM 1900-WRITE-AUDIT-LOG.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "GROWRPT: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "GROWRPT" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-WINDOW-COUNT TO COMPL-RECORDS-PROC
           MOVE ZERO TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM GROWRPT.
