      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Weekly root-cause analysis of SOMA drops and
      *              rejects, fired by the step table's weekly
      *              frequency. Reads the last thirty days of the
      *              reject archive the nightly activity roll keeps
      *              (every SOMAEDIT drop and SOMAREJ reject, stamped
      *              with its business date) and the write-offs on
      *              the SOMARCYC resolution log, and prints a Pareto
      *              of reason codes - count, share and cumulative
      *              share, with the vital few that make up the first
      *              eighty per cent marked - each broken down by
      *              originator and by currency. A trend section
      *              splits each reason over five six-day periods.
      *              The repeat-offender section prices every
      *              originator's drops and rejects against the
      *              details it submitted, from the activity history,
      *              and lists those whose thirty-day rate is above
      *              the parameter-file threshold and who were above
      *              it on at least the parameter-file minimum number
      *              of days.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMARCA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "SOMARJH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SOMAACTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT RESOLVE-FILE ASSIGN TO "SOMARRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESOLVE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SOMARCAR"
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

      ******************************************************************
      * ONE LINE PER DROP OR REJECT: SOURCE E IS A SOMAEDIT DROP,
      * SOURCE R A SOMAREJ POSTING REJECT (DUPLICATES INCLUDED).
      ******************************************************************
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  RH-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  RH-SOURCE           PIC X(01).
           05  FILLER              PIC X(01).
           05  RH-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(01).
           05  RH-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  RH-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  RH-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  RH-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(01).
           05  RH-TRACE-ID         PIC X(13).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  AH-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  AH-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  AH-BATCH-COUNT      PIC 9(05).
           05  FILLER              PIC X(01).
           05  AH-DEFER-COUNT      PIC 9(05).
           05  FILLER              PIC X(01).
           05  AH-POSTED-COUNT     PIC 9(07).
           05  FILLER              PIC X(01).
           05  AH-DROP-COUNT       PIC 9(07).
           05  FILLER              PIC X(01).
           05  AH-REJECT-COUNT     PIC 9(07).
           05  FILLER              PIC X(01).
           05  AH-HOLD-COUNT       PIC 9(07).

       FD  RESOLVE-FILE.
       01  RESOLVE-RECORD.
           05  RR-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01).
           05  RR-ACTION           PIC X(01).
               88  RR-IS-REPAIR            VALUE "R".
               88  RR-IS-WRITEOFF          VALUE "W".
           05  FILLER              PIC X(01).
           05  RR-REJECT-ID        PIC 9(05).
           05  FILLER              PIC X(01).
           05  RR-ORIGINATOR       PIC X(03).
           05  FILLER              PIC X(01).
           05  RR-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(01).
           05  RR-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  RR-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  RR-AGE              PIC 9(03).
           05  FILLER              PIC X(01).
           05  RR-TRACE-ID         PIC 9(13).

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
           05  WS-SRC-OF-REJPCT        PIC X(01) VALUE "D".
           05  WS-SRC-OF-MINDAYS       PIC X(01) VALUE "D".
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-ARCHIVE-FILE-STATUS  PIC X(02).
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-RESOLVE-FILE-STATUS  PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-HISTORY-SW       PIC X(01) VALUE "N".
               88  WS-HISTORY-LOADED          VALUE "Y".
           05  WS-RESOLVE-SW       PIC X(01) VALUE "N".
               88  WS-RESOLVE-LOADED          VALUE "Y".

      ******************************************************************
      * REJECT-RATE THRESHOLD AS A WHOLE PERCENTAGE OF DETAILS
      * SUBMITTED, AND THE NUMBER OF DAYS IN THE WINDOW AN ORIGINATOR
      * MUST BE ABOVE IT TO COUNT AS A REPEAT OFFENDER.
      ******************************************************************
       01  WS-PARAMETERS.
           05  WS-REJECT-PCT       PIC 9(03) VALUE 5.
           05  WS-MIN-DAYS         PIC 9(03) VALUE 3.

       01  WS-DATE-WORK.
           05  WS-DW-DATE          PIC 9(06).
           05  WS-DW-PARTS REDEFINES WS-DW-DATE.
               10  WS-DW-YY        PIC 9(02).
               10  WS-DW-MM        PIC 9(02).
               10  WS-DW-DD        PIC 9(02).
           05  WS-TODAY-DAYS       PIC 9(06) VALUE ZERO.
           05  WS-ENTRY-DAYS       PIC 9(06) VALUE ZERO.
           05  WS-ENTRY-AGE        PIC S9(06) VALUE ZERO.
           05  WS-PERIOD-BACK      PIC 9(02) VALUE ZERO.
           05  WS-PERIOD-IX        PIC 9(01) VALUE ZERO.
           05  WS-IN-WINDOW-SW     PIC X(01) VALUE "N".
               88  WS-IN-WINDOW               VALUE "Y".

       01  WS-REASON-TABLE.
           05  WS-RSN-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-RSN-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-RSN-IDX.
               10  WS-RSN-CODE     PIC X(04).
               10  WS-RSN-TEXT     PIC X(30).
               10  WS-RSN-TOTAL    PIC 9(07).
               10  WS-RSN-WRITEOFF PIC 9(07).
               10  WS-RSN-PERIOD   PIC 9(05) OCCURS 5 TIMES.
               10  WS-RSN-RANKED   PIC X(01).

      ******************************************************************
      * REASONS IN PARETO ORDER, LARGEST COUNT FIRST.
      ******************************************************************
       01  WS-RANK-TABLE.
           05  WS-RANK-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-RANK-RSN-IX      PIC 9(03) OCCURS 60 TIMES.

       01  WS-RSN-ORIG-TABLE.
           05  WS-RO-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-RO-ENTRY OCCURS 600 TIMES.
               10  WS-RO-RSN-IX    PIC 9(03).
               10  WS-RO-ORIG      PIC X(03).
               10  WS-RO-TOTAL     PIC 9(07).

       01  WS-RSN-CCY-TABLE.
           05  WS-RC-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-RC-ENTRY OCCURS 400 TIMES.
               10  WS-RC-RSN-IX    PIC 9(03).
               10  WS-RC-CCY       PIC X(03).
               10  WS-RC-TOTAL     PIC 9(07).

       01  WS-OFFENDER-TABLE.
           05  WS-OFF-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-OFF-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-OFF-IDX.
               10  WS-OFF-ORIG     PIC X(03).
               10  WS-OFF-VOLUME   PIC 9(09).
               10  WS-OFF-BAD      PIC 9(09).
               10  WS-OFF-DAYS     PIC 9(03).
               10  WS-OFF-ABOVE    PIC 9(03).

       01  WS-WORK-FIELDS.
           05  WS-RSN-IX           PIC 9(03) VALUE ZERO.
           05  WS-RSN-MATCH-IX     PIC 9(03) VALUE ZERO.
           05  WS-RANK-IX          PIC 9(03) VALUE ZERO.
           05  WS-BEST-IX          PIC 9(03) VALUE ZERO.
           05  WS-BEST-TOTAL       PIC 9(07) VALUE ZERO.
           05  WS-RO-IX            PIC 9(03) VALUE ZERO.
           05  WS-RO-MATCH-IX      PIC 9(03) VALUE ZERO.
           05  WS-RC-IX            PIC 9(03) VALUE ZERO.
           05  WS-RC-MATCH-IX      PIC 9(03) VALUE ZERO.
           05  WS-OFF-IX           PIC 9(03) VALUE ZERO.
           05  WS-OFF-MATCH-IX     PIC 9(03) VALUE ZERO.
           05  WS-LOOKUP-REASON    PIC X(04).
           05  WS-LOOKUP-TEXT      PIC X(30).
           05  WS-LOOKUP-ORIG      PIC X(03).
           05  WS-LOOKUP-CCY       PIC X(03).
           05  WS-DAY-VOLUME       PIC 9(09) VALUE ZERO.
           05  WS-DAY-BAD          PIC 9(09) VALUE ZERO.
           05  WS-CUM-TOTAL        PIC 9(07) VALUE ZERO.
           05  WS-CUM-BEFORE       PIC 9(07) VALUE ZERO.
           05  WS-EARLY-TOTAL      PIC 9(07) VALUE ZERO.
           05  WS-LATE-TOTAL       PIC 9(07) VALUE ZERO.
           05  WS-PCT-WORK         PIC 9(03)V9 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ARCHIVE-READ     PIC 9(07) VALUE ZERO.
           05  WS-WINDOW-TOTAL     PIC 9(07) VALUE ZERO.
           05  WS-WINDOW-DROPS     PIC 9(07) VALUE ZERO.
           05  WS-WINDOW-REJECTS   PIC 9(07) VALUE ZERO.
           05  WS-WRITEOFF-TOTAL   PIC 9(07) VALUE ZERO.
           05  WS-OFFENDERS        PIC 9(03) VALUE ZERO.
           05  WS-TABLE-FULL-COUNT PIC 9(05) VALUE ZERO.

       01  WS-PARETO-LINE.
           05  WS-PL-RANK          PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-CODE          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-TEXT          PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-PL-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-PCT           PIC ZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-CUM-PCT       PIC ZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-WRITEOFF      PIC Z(5)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-PL-MARK          PIC X(01).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-BREAKDOWN-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  WS-BL-LABEL         PIC X(11).
           05  WS-BL-KEY           PIC X(06).
           05  FILLER              PIC X(07) VALUE SPACES.
           05  WS-BL-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-BL-PCT           PIC ZZ9.9.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-TREND-LINE.
           05  WS-TL-CODE          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TL-TEXT          PIC X(20).
           05  WS-TL-PERIOD-ENTRY OCCURS 5 TIMES.
               10  FILLER          PIC X(02).
               10  WS-TL-PERIOD    PIC Z(5)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TL-FLAG          PIC X(07).
           05  FILLER              PIC X(07) VALUE SPACES.

       01  WS-OFFENDER-LINE.
           05  WS-OL-ORIG          PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-OL-DAYS          PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-OL-ABOVE         PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-OL-VOLUME        PIC Z(8)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-OL-BAD           PIC Z(8)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-OL-RATE          PIC ZZ9.9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-OL-TOP-CODE      PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-OL-TOP-TEXT      PIC X(20).
           05  FILLER              PIC X(05) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-PCT-ED           PIC ZZ9.
           05  WS-DAYS-ED          PIC ZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-RC < 8
               PERFORM 2000-RANK-REASONS
               PERFORM 3000-WRITE-PARETO
               PERFORM 4000-WRITE-TREND
               PERFORM 5000-WRITE-OFFENDERS
               PERFORM 6000-WRITE-TOTALS
           END-IF
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1050-READ-PARM
           PERFORM 1790-WRITE-ATTESTATION
           MOVE WS-RUN-DATE TO WS-DW-DATE
      ******************************************************************
      * SAME WHOLE-MONTH DAY ARITHMETIC AS THE AUDIT ARCHIVE: NOT A
      * TRUE CALENDAR COUNT, BUT GOOD ENOUGH FOR A THIRTY-DAY WINDOW.
      ******************************************************************
           COMPUTE WS-TODAY-DAYS = WS-DW-YY * 372 + WS-DW-MM * 31
               + WS-DW-DD
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-LOAD-ARCHIVE
           IF WS-RUN-RC < 8
               PERFORM 1200-LOAD-WRITEOFFS
               PERFORM 1300-LOAD-ACTIVITY
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

       1050-READ-PARM.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1060-READ-PARM-REC
               PERFORM 1070-CHECK-PARM-REC UNTIL WS-EOF
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1060-READ-PARM-REC.
           READ PARM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1070-CHECK-PARM-REC.
           IF (PARM-EFF-DATE IS NOT NUMERIC
               OR PARM-EFF-DATE <= WS-RUN-DATE)
               AND PARM-PROGRAM-ID = "SOMARCA"
               EVALUATE PARM-NAME
                   WHEN "REJPCT"
                       IF PARM-VALUE > ZERO AND PARM-VALUE < 100
                           MOVE PARM-VALUE TO WS-REJECT-PCT
                           MOVE "P" TO WS-SRC-OF-REJPCT
                       END-IF
                   WHEN "MINDAYS"
                       IF PARM-VALUE > ZERO AND PARM-VALUE < 31
                           MOVE PARM-VALUE TO WS-MIN-DAYS
                           MOVE "P" TO WS-SRC-OF-MINDAYS
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 1060-READ-PARM-REC.

      ******************************************************************
      * EVERY LINE DATED INSIDE THE THIRTY DAYS COUNTS AGAINST ITS
      * REASON, ITS SIX-DAY PERIOD, ITS ORIGINATOR AND ITS CURRENCY.
      ******************************************************************
       1100-LOAD-ARCHIVE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "00"
               PERFORM 1110-READ-ARCHIVE-REC
               PERFORM 1120-ADD-ARCHIVE-LINE UNTIL WS-EOF
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "SOMARCA: CANNOT OPEN SOMARJH, NO ANALYSIS"
               MOVE "CANNOT OPEN REJECT ARCHIVE, NO ANALYSIS"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-ARCHIVE-REC.
           READ ARCHIVE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-ADD-ARCHIVE-LINE.
           ADD 1 TO WS-ARCHIVE-READ
           MOVE RH-RUN-DATE TO WS-DW-DATE
           PERFORM 2900-CHECK-WINDOW
           IF WS-IN-WINDOW
               MOVE RH-REASON-CODE TO WS-LOOKUP-REASON
               MOVE RH-REASON-TEXT TO WS-LOOKUP-TEXT
               PERFORM 2500-FIND-OR-ADD-REASON
               IF WS-RSN-MATCH-IX > ZERO
                   ADD 1 TO WS-WINDOW-TOTAL
                   IF RH-SOURCE = "E"
                       ADD 1 TO WS-WINDOW-DROPS
                   ELSE
                       ADD 1 TO WS-WINDOW-REJECTS
                   END-IF
                   ADD 1 TO WS-RSN-TOTAL (WS-RSN-MATCH-IX)
                   ADD 1 TO WS-RSN-PERIOD (WS-RSN-MATCH-IX,
                       WS-PERIOD-IX)
                   MOVE RH-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
                   PERFORM 2600-ADD-REASON-ORIG
                   MOVE RH-CURRENCY-CODE TO WS-LOOKUP-CCY
                   PERFORM 2700-ADD-REASON-CCY
               END-IF
           END-IF
           PERFORM 1110-READ-ARCHIVE-REC.

      ******************************************************************
      * A WRITE-OFF IN THE WINDOW COUNTS AGAINST ITS REASON EVEN WHEN
      * THE REJECT ITSELF WAS RAISED BEFORE THE WINDOW OPENED.
      ******************************************************************
       1200-LOAD-WRITEOFFS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RESOLVE-FILE
           IF WS-RESOLVE-FILE-STATUS = "00"
               SET WS-RESOLVE-LOADED TO TRUE
               PERFORM 1210-READ-RESOLVE-REC
               PERFORM 1220-ADD-WRITEOFF UNTIL WS-EOF
               CLOSE RESOLVE-FILE
           ELSE
               MOVE "NO SOMARCYC RESOLUTION LOG, NO WRITE-OFFS SHOWN"
                   TO WS-AUDIT-MESSAGE
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-RESOLVE-REC.
           READ RESOLVE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-ADD-WRITEOFF.
           IF RR-IS-WRITEOFF
               MOVE RR-RUN-DATE TO WS-DW-DATE
               PERFORM 2900-CHECK-WINDOW
               IF WS-IN-WINDOW
                   MOVE RR-REASON-CODE TO WS-LOOKUP-REASON
                   MOVE SPACES TO WS-LOOKUP-TEXT
                   PERFORM 2500-FIND-OR-ADD-REASON
                   IF WS-RSN-MATCH-IX > ZERO
                       ADD 1 TO WS-RSN-WRITEOFF (WS-RSN-MATCH-IX)
                       ADD 1 TO WS-WRITEOFF-TOTAL
                   END-IF
               END-IF
           END-IF
           PERFORM 1210-READ-RESOLVE-REC.

      ******************************************************************
      * EACH HISTORY LINE IS ONE ORIGINATOR'S BUSINESS DAY. DETAILS
      * SUBMITTED = POSTED + POSTING REJECTS + EDIT DROPS; A DAY IS
      * ABOVE THE THRESHOLD WHEN ITS REJECTS AND DROPS ARE MORE THAN
      * THE THRESHOLD PERCENTAGE OF WHAT WAS SUBMITTED. DROPS AHEAD OF
      * ANY BATCH HEADER HAVE NO ORIGINATOR TO CHASE AND ARE LEFT OUT.
      ******************************************************************
       1300-LOAD-ACTIVITY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               SET WS-HISTORY-LOADED TO TRUE
               PERFORM 1310-READ-HISTORY-REC
               PERFORM 1320-ADD-HISTORY-LINE UNTIL WS-EOF
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "SOMARCA: CANNOT OPEN SOMAACTH, NO REJECT RATES"
               MOVE "CANNOT OPEN ACTIVITY HISTORY, NO REJECT RATES"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1310-READ-HISTORY-REC.
           READ HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1320-ADD-HISTORY-LINE.
           MOVE AH-RUN-DATE TO WS-DW-DATE
           PERFORM 2900-CHECK-WINDOW
           IF WS-IN-WINDOW
               AND AH-ORIGINATOR-CODE NOT = SPACES
               AND AH-POSTED-COUNT IS NUMERIC
               AND AH-DROP-COUNT IS NUMERIC
               AND AH-REJECT-COUNT IS NUMERIC
               COMPUTE WS-DAY-BAD = AH-DROP-COUNT + AH-REJECT-COUNT
               COMPUTE WS-DAY-VOLUME = AH-POSTED-COUNT + WS-DAY-BAD
               IF WS-DAY-VOLUME > ZERO
                   MOVE AH-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
                   PERFORM 2800-FIND-OR-ADD-OFFENDER
                   IF WS-OFF-MATCH-IX > ZERO
                       SET WS-OFF-IDX TO WS-OFF-MATCH-IX
                       ADD 1 TO WS-OFF-DAYS (WS-OFF-IDX)
                       ADD WS-DAY-VOLUME TO WS-OFF-VOLUME (WS-OFF-IDX)
                       ADD WS-DAY-BAD TO WS-OFF-BAD (WS-OFF-IDX)
                       IF WS-DAY-BAD * 100
                           > WS-REJECT-PCT * WS-DAY-VOLUME
                           ADD 1 TO WS-OFF-ABOVE (WS-OFF-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1310-READ-HISTORY-REC.

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
           MOVE "SOMARCA" TO ATT-PROGRAM-ID
           MOVE "REJPCT" TO ATT-PARM-NAME
           MOVE WS-REJECT-PCT TO ATT-VALUE-USED
           MOVE WS-SRC-OF-REJPCT TO ATT-SOURCE
           WRITE ATTEST-RECORD
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "SOMARCA" TO ATT-PROGRAM-ID
           MOVE "MINDAYS" TO ATT-PARM-NAME
           MOVE WS-MIN-DAYS TO ATT-VALUE-USED
           MOVE WS-SRC-OF-MINDAYS TO ATT-SOURCE
           WRITE ATTEST-RECORD
           CLOSE ATTEST-FILE.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMARCA" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * PICK THE LARGEST UNRANKED REASON EACH PASS; A TIE KEEPS THE
      * ORDER THE REASONS WERE FIRST SEEN IN.
      ******************************************************************
       2000-RANK-REASONS.
           PERFORM 2010-RANK-NEXT-REASON
               VARYING WS-RANK-IX FROM 1 BY 1
               UNTIL WS-RANK-IX > WS-RSN-COUNT.

       2010-RANK-NEXT-REASON.
           MOVE ZERO TO WS-BEST-IX
           MOVE ZERO TO WS-BEST-TOTAL
           PERFORM 2020-CHECK-BEST-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-COUNT
           IF WS-BEST-IX > ZERO
               MOVE "Y" TO WS-RSN-RANKED (WS-BEST-IX)
               ADD 1 TO WS-RANK-COUNT
               MOVE WS-BEST-IX TO WS-RANK-RSN-IX (WS-RANK-COUNT)
           END-IF.

       2020-CHECK-BEST-REASON.
           IF WS-RSN-RANKED (WS-RSN-IX) NOT = "Y"
               IF WS-BEST-IX = ZERO
                   OR WS-RSN-TOTAL (WS-RSN-IX) > WS-BEST-TOTAL
                   MOVE WS-RSN-IX TO WS-BEST-IX
                   MOVE WS-RSN-TOTAL (WS-RSN-IX) TO WS-BEST-TOTAL
               END-IF
           END-IF.

       2500-FIND-OR-ADD-REASON.
           MOVE ZERO TO WS-RSN-MATCH-IX
           PERFORM 2510-CHECK-ONE-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-COUNT
                   OR WS-RSN-MATCH-IX > ZERO
           IF WS-RSN-MATCH-IX = ZERO
               IF WS-RSN-COUNT < 60
                   ADD 1 TO WS-RSN-COUNT
                   MOVE WS-RSN-COUNT TO WS-RSN-MATCH-IX
                   SET WS-RSN-IDX TO WS-RSN-COUNT
                   MOVE WS-LOOKUP-REASON TO WS-RSN-CODE (WS-RSN-IDX)
                   MOVE WS-LOOKUP-TEXT TO WS-RSN-TEXT (WS-RSN-IDX)
                   MOVE ZERO TO WS-RSN-TOTAL (WS-RSN-IDX)
                   MOVE ZERO TO WS-RSN-WRITEOFF (WS-RSN-IDX)
                   MOVE ZERO TO WS-RSN-PERIOD (WS-RSN-IDX, 1)
                   MOVE ZERO TO WS-RSN-PERIOD (WS-RSN-IDX, 2)
                   MOVE ZERO TO WS-RSN-PERIOD (WS-RSN-IDX, 3)
                   MOVE ZERO TO WS-RSN-PERIOD (WS-RSN-IDX, 4)
                   MOVE ZERO TO WS-RSN-PERIOD (WS-RSN-IDX, 5)
                   MOVE "N" TO WS-RSN-RANKED (WS-RSN-IDX)
               ELSE
                   PERFORM 2950-TABLE-FULL
               END-IF
           ELSE
               IF WS-RSN-TEXT (WS-RSN-MATCH-IX) = SPACES
                   MOVE WS-LOOKUP-TEXT TO WS-RSN-TEXT (WS-RSN-MATCH-IX)
               END-IF
           END-IF.

       2510-CHECK-ONE-REASON.
           IF WS-RSN-CODE (WS-RSN-IX) = WS-LOOKUP-REASON
               MOVE WS-RSN-IX TO WS-RSN-MATCH-IX
           END-IF.

       2600-ADD-REASON-ORIG.
           MOVE ZERO TO WS-RO-MATCH-IX
           PERFORM 2610-CHECK-ONE-RO
               VARYING WS-RO-IX FROM 1 BY 1
               UNTIL WS-RO-IX > WS-RO-COUNT
                   OR WS-RO-MATCH-IX > ZERO
           IF WS-RO-MATCH-IX = ZERO
               IF WS-RO-COUNT < 600
                   ADD 1 TO WS-RO-COUNT
                   MOVE WS-RO-COUNT TO WS-RO-MATCH-IX
                   MOVE WS-RSN-MATCH-IX TO WS-RO-RSN-IX (WS-RO-COUNT)
                   MOVE WS-LOOKUP-ORIG TO WS-RO-ORIG (WS-RO-COUNT)
                   MOVE ZERO TO WS-RO-TOTAL (WS-RO-COUNT)
               ELSE
                   PERFORM 2950-TABLE-FULL
               END-IF
           END-IF
           IF WS-RO-MATCH-IX > ZERO
               ADD 1 TO WS-RO-TOTAL (WS-RO-MATCH-IX)
           END-IF.

       2610-CHECK-ONE-RO.
           IF WS-RO-RSN-IX (WS-RO-IX) = WS-RSN-MATCH-IX
               AND WS-RO-ORIG (WS-RO-IX) = WS-LOOKUP-ORIG
               MOVE WS-RO-IX TO WS-RO-MATCH-IX
           END-IF.

       2700-ADD-REASON-CCY.
           MOVE ZERO TO WS-RC-MATCH-IX
           PERFORM 2710-CHECK-ONE-RC
               VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT
                   OR WS-RC-MATCH-IX > ZERO
           IF WS-RC-MATCH-IX = ZERO
               IF WS-RC-COUNT < 400
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-RC-COUNT TO WS-RC-MATCH-IX
                   MOVE WS-RSN-MATCH-IX TO WS-RC-RSN-IX (WS-RC-COUNT)
                   MOVE WS-LOOKUP-CCY TO WS-RC-CCY (WS-RC-COUNT)
                   MOVE ZERO TO WS-RC-TOTAL (WS-RC-COUNT)
               ELSE
                   PERFORM 2950-TABLE-FULL
               END-IF
           END-IF
           IF WS-RC-MATCH-IX > ZERO
               ADD 1 TO WS-RC-TOTAL (WS-RC-MATCH-IX)
           END-IF.

       2710-CHECK-ONE-RC.
           IF WS-RC-RSN-IX (WS-RC-IX) = WS-RSN-MATCH-IX
               AND WS-RC-CCY (WS-RC-IX) = WS-LOOKUP-CCY
               MOVE WS-RC-IX TO WS-RC-MATCH-IX
           END-IF.

       2800-FIND-OR-ADD-OFFENDER.
           MOVE ZERO TO WS-OFF-MATCH-IX
           PERFORM 2810-CHECK-ONE-OFFENDER
               VARYING WS-OFF-IX FROM 1 BY 1
               UNTIL WS-OFF-IX > WS-OFF-COUNT
                   OR WS-OFF-MATCH-IX > ZERO
           IF WS-OFF-MATCH-IX = ZERO
               IF WS-OFF-COUNT < 100
                   ADD 1 TO WS-OFF-COUNT
                   MOVE WS-OFF-COUNT TO WS-OFF-MATCH-IX
                   SET WS-OFF-IDX TO WS-OFF-COUNT
                   MOVE WS-LOOKUP-ORIG TO WS-OFF-ORIG (WS-OFF-IDX)
                   MOVE ZERO TO WS-OFF-VOLUME (WS-OFF-IDX)
                   MOVE ZERO TO WS-OFF-BAD (WS-OFF-IDX)
                   MOVE ZERO TO WS-OFF-DAYS (WS-OFF-IDX)
                   MOVE ZERO TO WS-OFF-ABOVE (WS-OFF-IDX)
               ELSE
                   PERFORM 2950-TABLE-FULL
               END-IF
           END-IF.

       2810-CHECK-ONE-OFFENDER.
           IF WS-OFF-ORIG (WS-OFF-IX) = WS-LOOKUP-ORIG
               MOVE WS-OFF-IX TO WS-OFF-MATCH-IX
           END-IF.

      ******************************************************************
      * AGE ZERO IS THE BUSINESS DATE ITSELF; THE WINDOW IS AGES 0 TO
      * 29. PERIOD 5 HOLDS THE NEWEST SIX DAYS, PERIOD 1 THE OLDEST.
      ******************************************************************
       2900-CHECK-WINDOW.
           MOVE "N" TO WS-IN-WINDOW-SW
           IF WS-DW-DATE IS NUMERIC
               COMPUTE WS-ENTRY-DAYS = WS-DW-YY * 372 + WS-DW-MM * 31
                   + WS-DW-DD
               COMPUTE WS-ENTRY-AGE = WS-TODAY-DAYS - WS-ENTRY-DAYS
               IF WS-ENTRY-AGE NOT < ZERO AND WS-ENTRY-AGE < 30
                   SET WS-IN-WINDOW TO TRUE
                   DIVIDE WS-ENTRY-AGE BY 6 GIVING WS-PERIOD-BACK
                   COMPUTE WS-PERIOD-IX = 5 - WS-PERIOD-BACK
               END-IF
           END-IF.

       2950-TABLE-FULL.
           ADD 1 TO WS-TABLE-FULL-COUNT
           IF WS-TABLE-FULL-COUNT = 1
               DISPLAY "SOMARCA: ANALYSIS TABLE FULL, "
                   "SOME LINES NOT COUNTED"
               MOVE "ANALYSIS TABLE FULL, SOME LINES NOT COUNTED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      ******************************************************************
      * ONE LINE PER REASON IN PARETO ORDER, FOLLOWED BY ITS SPLIT BY
      * ORIGINATOR AND BY CURRENCY. A REASON IS MARKED * WHILE THE
      * REASONS BEFORE IT STILL MAKE UP LESS THAN EIGHTY PER CENT OF
      * THE WINDOW.
      ******************************************************************
       3000-WRITE-PARETO.
           MOVE SPACES TO REPORT-RECORD
           STRING "SOMA REJECT ROOT-CAUSE ANALYSIS  30 DAYS ENDING "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PARETO OF REASON CODES (* = VITAL FEW, FIRST 80 PCT)"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "RANK  CODE  REASON" TO REPORT-RECORD
           MOVE "COUNT" TO REPORT-RECORD (39:5)
           MOVE "PCT" TO REPORT-RECORD (48:3)
           MOVE "CUM" TO REPORT-RECORD (55:3)
           MOVE "WR-OFF" TO REPORT-RECORD (60:6)
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-CUM-TOTAL
           PERFORM 3010-WRITE-ONE-REASON
               VARYING WS-RANK-IX FROM 1 BY 1
               UNTIL WS-RANK-IX > WS-RANK-COUNT
           IF WS-RANK-COUNT = ZERO
               MOVE "  NO DROPS OR REJECTS IN THE WINDOW"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3010-WRITE-ONE-REASON.
           MOVE WS-RANK-RSN-IX (WS-RANK-IX) TO WS-RSN-IX
           MOVE WS-CUM-TOTAL TO WS-CUM-BEFORE
           ADD WS-RSN-TOTAL (WS-RSN-IX) TO WS-CUM-TOTAL
           MOVE WS-RANK-IX TO WS-PL-RANK
           MOVE WS-RSN-CODE (WS-RSN-IX) TO WS-PL-CODE
           MOVE WS-RSN-TEXT (WS-RSN-IX) TO WS-PL-TEXT
           MOVE WS-RSN-TOTAL (WS-RSN-IX) TO WS-PL-COUNT
           MOVE WS-RSN-WRITEOFF (WS-RSN-IX) TO WS-PL-WRITEOFF
           MOVE SPACE TO WS-PL-MARK
           IF WS-WINDOW-TOTAL > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-RSN-TOTAL (WS-RSN-IX) * 100 / WS-WINDOW-TOTAL
               MOVE WS-PCT-WORK TO WS-PL-PCT
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-CUM-TOTAL * 100 / WS-WINDOW-TOTAL
               MOVE WS-PCT-WORK TO WS-PL-CUM-PCT
               IF WS-CUM-BEFORE * 100 < WS-WINDOW-TOTAL * 80
                   AND WS-RSN-TOTAL (WS-RSN-IX) > ZERO
                   MOVE "*" TO WS-PL-MARK
               END-IF
           ELSE
               MOVE ZERO TO WS-PL-PCT
               MOVE ZERO TO WS-PL-CUM-PCT
           END-IF
           MOVE WS-PARETO-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ORIGINATOR" TO WS-BL-LABEL
           PERFORM 3020-WRITE-ORIG-SPLIT
               VARYING WS-RO-IX FROM 1 BY 1
               UNTIL WS-RO-IX > WS-RO-COUNT
           MOVE "CURRENCY" TO WS-BL-LABEL
           PERFORM 3030-WRITE-CCY-SPLIT
               VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT.

       3020-WRITE-ORIG-SPLIT.
           IF WS-RO-RSN-IX (WS-RO-IX) = WS-RSN-IX
               IF WS-RO-ORIG (WS-RO-IX) = SPACES
                   MOVE "(NONE)" TO WS-BL-KEY
               ELSE
                   MOVE WS-RO-ORIG (WS-RO-IX) TO WS-BL-KEY
               END-IF
               MOVE WS-RO-TOTAL (WS-RO-IX) TO WS-BL-COUNT
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-RO-TOTAL (WS-RO-IX) * 100
                   / WS-RSN-TOTAL (WS-RSN-IX)
               MOVE WS-PCT-WORK TO WS-BL-PCT
               MOVE WS-BREAKDOWN-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       3030-WRITE-CCY-SPLIT.
           IF WS-RC-RSN-IX (WS-RC-IX) = WS-RSN-IX
               IF WS-RC-CCY (WS-RC-IX) = SPACES
                   MOVE "(NONE)" TO WS-BL-KEY
               ELSE
                   MOVE WS-RC-CCY (WS-RC-IX) TO WS-BL-KEY
               END-IF
               MOVE WS-RC-TOTAL (WS-RC-IX) TO WS-BL-COUNT
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-RC-TOTAL (WS-RC-IX) * 100
                   / WS-RSN-TOTAL (WS-RSN-IX)
               MOVE WS-PCT-WORK TO WS-BL-PCT
               MOVE WS-BREAKDOWN-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
      * THE WINDOW IN FIVE SIX-DAY PERIODS, OLDEST FIRST. THE FLAG
      * COMPARES THE NEWEST TWELVE DAYS WITH THE OLDEST TWELVE.
      ******************************************************************
       4000-WRITE-TREND.
           MOVE "TREND BY REASON - COUNTS PER SIX-DAY PERIOD"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "DAYS AGO:" TO REPORT-RECORD (18:9)
           MOVE "29-24" TO REPORT-RECORD (30:5)
           MOVE "23-18" TO REPORT-RECORD (38:5)
           MOVE "17-12" TO REPORT-RECORD (46:5)
           MOVE "11-06" TO REPORT-RECORD (54:5)
           MOVE "05-00" TO REPORT-RECORD (62:5)
           MOVE "TREND" TO REPORT-RECORD (69:5)
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TREND-LINE
           PERFORM 4010-WRITE-ONE-TREND
               VARYING WS-RANK-IX FROM 1 BY 1
               UNTIL WS-RANK-IX > WS-RANK-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       4010-WRITE-ONE-TREND.
           MOVE WS-RANK-RSN-IX (WS-RANK-IX) TO WS-RSN-IX
           MOVE WS-RSN-CODE (WS-RSN-IX) TO WS-TL-CODE
           MOVE WS-RSN-TEXT (WS-RSN-IX) TO WS-TL-TEXT
           PERFORM 4020-MOVE-ONE-PERIOD
               VARYING WS-PERIOD-IX FROM 1 BY 1
               UNTIL WS-PERIOD-IX > 5
           COMPUTE WS-EARLY-TOTAL = WS-RSN-PERIOD (WS-RSN-IX, 1)
               + WS-RSN-PERIOD (WS-RSN-IX, 2)
           COMPUTE WS-LATE-TOTAL = WS-RSN-PERIOD (WS-RSN-IX, 4)
               + WS-RSN-PERIOD (WS-RSN-IX, 5)
           EVALUATE TRUE
               WHEN WS-LATE-TOTAL > WS-EARLY-TOTAL
                   MOVE "RISING" TO WS-TL-FLAG
               WHEN WS-LATE-TOTAL < WS-EARLY-TOTAL
                   MOVE "FALLING" TO WS-TL-FLAG
               WHEN OTHER
                   MOVE "STEADY" TO WS-TL-FLAG
           END-EVALUATE
           MOVE WS-TREND-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       4020-MOVE-ONE-PERIOD.
           MOVE WS-RSN-PERIOD (WS-RSN-IX, WS-PERIOD-IX)
               TO WS-TL-PERIOD (WS-PERIOD-IX).

      ******************************************************************
      * AN ORIGINATOR IS A REPEAT OFFENDER WHEN ITS RATE OVER THE
      * WHOLE WINDOW IS ABOVE THE THRESHOLD AND IT WAS ABOVE IT ON AT
      * LEAST THE MINIMUM NUMBER OF DAYS - ONE BAD FILE IN A MONTH DOES
      * NOT MAKE A PATTERN.
      ******************************************************************
       5000-WRITE-OFFENDERS.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REJECT-PCT TO WS-PCT-ED
           MOVE WS-MIN-DAYS TO WS-DAYS-ED
           STRING "REPEAT OFFENDERS - REJECT RATE ABOVE "
                   DELIMITED BY SIZE
               WS-PCT-ED DELIMITED BY SIZE
               " PCT ON AT LEAST" DELIMITED BY SIZE
               WS-DAYS-ED DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF NOT WS-HISTORY-LOADED
               MOVE "  ACTIVITY HISTORY NOT AVAILABLE - NO RATES"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               MOVE "ORIG" TO REPORT-RECORD
               MOVE "DAYS" TO REPORT-RECORD (6:4)
               MOVE "ABOVE" TO REPORT-RECORD (11:5)
               MOVE "SUBMITTED" TO REPORT-RECORD (19:9)
               MOVE "REJ+DROP" TO REPORT-RECORD (32:8)
               MOVE "RATE" TO REPORT-RECORD (44:4)
               MOVE "TOP REASON" TO REPORT-RECORD (51:10)
               WRITE REPORT-RECORD
               PERFORM 5010-CHECK-ONE-OFFENDER
                   VARYING WS-OFF-IX FROM 1 BY 1
                   UNTIL WS-OFF-IX > WS-OFF-COUNT
               IF WS-OFFENDERS = ZERO
                   MOVE "  NO REPEAT OFFENDERS" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       5010-CHECK-ONE-OFFENDER.
           SET WS-OFF-IDX TO WS-OFF-IX
           IF WS-OFF-BAD (WS-OFF-IDX) * 100
               > WS-REJECT-PCT * WS-OFF-VOLUME (WS-OFF-IDX)
               AND WS-OFF-ABOVE (WS-OFF-IDX) NOT < WS-MIN-DAYS
               ADD 1 TO WS-OFFENDERS
               MOVE WS-OFF-ORIG (WS-OFF-IDX) TO WS-OL-ORIG
               MOVE WS-OFF-DAYS (WS-OFF-IDX) TO WS-OL-DAYS
               MOVE WS-OFF-ABOVE (WS-OFF-IDX) TO WS-OL-ABOVE
               MOVE WS-OFF-VOLUME (WS-OFF-IDX) TO WS-OL-VOLUME
               MOVE WS-OFF-BAD (WS-OFF-IDX) TO WS-OL-BAD
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-OFF-BAD (WS-OFF-IDX) * 100
                   / WS-OFF-VOLUME (WS-OFF-IDX)
               MOVE WS-PCT-WORK TO WS-OL-RATE
               MOVE WS-OFF-ORIG (WS-OFF-IDX) TO WS-LOOKUP-ORIG
               PERFORM 5020-FIND-TOP-REASON
               MOVE WS-OFFENDER-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       5020-FIND-TOP-REASON.
           MOVE ZERO TO WS-BEST-IX
           MOVE ZERO TO WS-BEST-TOTAL
           PERFORM 5030-CHECK-TOP-REASON
               VARYING WS-RO-IX FROM 1 BY 1
               UNTIL WS-RO-IX > WS-RO-COUNT
           IF WS-BEST-IX > ZERO
               MOVE WS-RSN-CODE (WS-BEST-IX) TO WS-OL-TOP-CODE
               MOVE WS-RSN-TEXT (WS-BEST-IX) TO WS-OL-TOP-TEXT
           ELSE
               MOVE SPACES TO WS-OL-TOP-CODE
               MOVE SPACES TO WS-OL-TOP-TEXT
           END-IF.

       5030-CHECK-TOP-REASON.
           IF WS-RO-ORIG (WS-RO-IX) = WS-LOOKUP-ORIG
               AND WS-RO-TOTAL (WS-RO-IX) > WS-BEST-TOTAL
               MOVE WS-RO-RSN-IX (WS-RO-IX) TO WS-BEST-IX
               MOVE WS-RO-TOTAL (WS-RO-IX) TO WS-BEST-TOTAL
           END-IF.

       6000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-WINDOW-DROPS TO WS-COUNT-ED
           STRING "EDIT DROPS IN WINDOW     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-WINDOW-REJECTS TO WS-COUNT-ED
           STRING "POSTING REJECTS IN WINDOW: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-WRITEOFF-TOTAL TO WS-COUNT-ED
           IF WS-RESOLVE-LOADED
               STRING "WRITE-OFFS IN WINDOW     : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               MOVE "WRITE-OFFS IN WINDOW     : NO RESOLUTION LOG"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-OFFENDERS TO WS-COUNT-ED
           STRING "REPEAT OFFENDERS         : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-WINDOW-TOTAL TO WS-COUNT-ED
           STRING "ROOT-CAUSE ANALYSIS - DROPS/REJECTS: "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           IF WS-OFFENDERS > ZERO
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-OFFENDERS TO WS-COUNT-ED
               STRING "REPEAT OFFENDERS ABOVE REJECT THRESHOLD: "
                       DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMARCA: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "SOMARCA" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-ARCHIVE-READ TO COMPL-RECORDS-PROC
           MOVE ZERO TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM SOMARCA.
