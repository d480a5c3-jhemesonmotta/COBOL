      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Maintain the change-freeze calendar (FREEZCAL)
      *              that every master maintenance program consults
      *              before it applies a change. A freeze covers a
      *              date range - month-end close, an audit visit -
      *              and up to five masters, named by the DD name
      *              their maintenance program updates (PARMFILE,
      *              SOMARATE, NUMPALDB, BUSCAL, RUNCTL) or ALL.
      *              Transactions set a freeze (A), restate an active
      *              freeze's range and masters (C) or release it
      *              (R); each must name the operator, and a new
      *              freeze its description. A transaction that
      *              fails the edits is refused on the register with
      *              its reason. Every change that reaches the
      *              calendar is appended to the permanent freeze
      *              history with its before and after image,
      *              operator and apply date, and is logged to the
      *              audit log. Released freezes stay on the calendar
      *              for the record. The register closes with every
      *              freeze on file and its state.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "FREEZCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "FRZTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT NEWMASTER-FILE ASSIGN TO "FREEZCLN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "FRZHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FRZMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY FRZCAL.

       FD  TRANS-FILE.
       01  FREEZE-TRANS-RECORD.
           05  FT-ACTION               PIC X(01).
               88  FT-IS-SET                   VALUE "A".
               88  FT-IS-CHANGE                VALUE "C".
               88  FT-IS-RELEASE               VALUE "R".
           05  FILLER                  PIC X(01).
           05  FT-FREEZE-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FT-FROM-DATE            PIC 9(06).
           05  FT-FROM-PARTS REDEFINES FT-FROM-DATE.
               10  FT-FROM-YY          PIC 9(02).
               10  FT-FROM-MM          PIC 9(02).
               10  FT-FROM-DD          PIC 9(02).
           05  FILLER                  PIC X(01).
           05  FT-TO-DATE              PIC 9(06).
           05  FT-TO-PARTS REDEFINES FT-TO-DATE.
               10  FT-TO-YY            PIC 9(02).
               10  FT-TO-MM            PIC 9(02).
               10  FT-TO-DD            PIC 9(02).
           05  FILLER                  PIC X(01).
           05  FT-MASTER-LIST.
               10  FT-MASTER-ENTRY OCCURS 5 TIMES.
                   15  FT-MASTER-DD    PIC X(08).
                   15  FILLER          PIC X(01).
           05  FT-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  FT-DESCRIPTION          PIC X(30).

       FD  NEWMASTER-FILE.
       01  NEWMASTER-RECORD            PIC X(132).

      ******************************************************************
      * ONE LINE PER CHANGE, APPENDED FOREVER: THE FREEZE AS IT STOOD
      * BEFORE (BLANK FOR A NEW FREEZE) AND AS IT STANDS AFTER.
      ******************************************************************
       FD  HISTORY-FILE.
       01  FREEZE-HISTORY-RECORD.
           05  FH-APPLY-DATE           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FH-APPLY-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FH-ACTION               PIC X(01).
           05  FILLER                  PIC X(01).
           05  FH-FREEZE-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FH-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  FH-BEFORE.
               10  FH-OLD-STATUS       PIC X(01).
               10  FILLER              PIC X(01).
               10  FH-OLD-FROM-DATE    PIC X(06).
               10  FILLER              PIC X(01).
               10  FH-OLD-TO-DATE      PIC X(06).
               10  FILLER              PIC X(01).
               10  FH-OLD-MASTERS      PIC X(45).
           05  FILLER                  PIC X(01).
           05  FH-AFTER.
               10  FH-NEW-STATUS       PIC X(01).
               10  FILLER              PIC X(01).
               10  FH-NEW-FROM-DATE    PIC X(06).
               10  FILLER              PIC X(01).
               10  FH-NEW-TO-DATE      PIC X(06).
               10  FILLER              PIC X(01).
               10  FH-NEW-MASTERS      PIC X(45).
           05  FILLER                  PIC X(01).
           05  FH-DESCRIPTION          PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-FILE-STATUS   PIC X(02).
           05  WS-TRANS-FILE-STATUS    PIC X(02).
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-AUDIT-MESSAGE            PIC X(60).
       01  WS-AUDIT-SEVERITY           PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-MASTER-LOST-SW       PIC X(01) VALUE "N".
               88  WS-MASTER-LOST              VALUE "Y".
           05  WS-EDIT-OK-SW           PIC X(01) VALUE "Y".
               88  WS-EDIT-OK                  VALUE "Y".
           05  WS-CODE-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-CODE-FOUND               VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-RC                   PIC 9(02) VALUE ZERO.
       01  WS-REJECT-TEXT              PIC X(30).

      ******************************************************************
      * THE MASTERS A FREEZE MAY NAME - THE DD NAME EACH MAINTENANCE
      * PROGRAM UPDATES - AND ALL FOR EVERY ONE OF THEM.
      ******************************************************************
       01  WS-MASTER-CODE-VALUES.
           05  FILLER                  PIC X(08) VALUE "PARMFILE".
           05  FILLER                  PIC X(08) VALUE "SOMARATE".
           05  FILLER                  PIC X(08) VALUE "NUMPALDB".
           05  FILLER                  PIC X(08) VALUE "BUSCAL".
           05  FILLER                  PIC X(08) VALUE "RUNCTL".
           05  FILLER                  PIC X(08) VALUE "ALL".
       01  WS-MASTER-CODE-TABLE REDEFINES WS-MASTER-CODE-VALUES.
           05  WS-MASTER-CODE          PIC X(08) OCCURS 6 TIMES.

       01  WS-FREEZE-TABLE.
           05  WS-FREEZE-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-FREEZE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FREEZE-IDX.
               10  WS-FREEZE-IMAGE     PIC X(132).

       01  WS-FREEZE-WORK.
           05  WS-FREEZE-MATCH-IX      PIC 9(03) VALUE ZERO.
           05  WS-FREEZE-IX            PIC 9(03) VALUE ZERO.
           05  WS-MASTER-IX            PIC 9(01) VALUE ZERO.
           05  WS-CODE-IX              PIC 9(01) VALUE ZERO.
           05  WS-NAMED-COUNT          PIC 9(01) VALUE ZERO.

       01  WS-BEFORE-IMAGE.
           05  WS-OLD-STATUS           PIC X(01).
           05  FILLER                  PIC X(01).
           05  WS-OLD-FROM-DATE        PIC X(06).
           05  FILLER                  PIC X(01).
           05  WS-OLD-TO-DATE          PIC X(06).
           05  FILLER                  PIC X(01).
           05  WS-OLD-MASTERS          PIC X(45).

       01  WS-DATE-CHECK.
           05  WS-FROM-DAYS            PIC 9(07) VALUE ZERO.
           05  WS-TO-DAYS              PIC 9(07) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-SET-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-CHANGED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-ACTIVE-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-COUNT-ED             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-MASTER-LOST
               PERFORM 1190-REPORT-MASTER-LOST
           ELSE
               PERFORM 2000-APPLY-TRANSACTIONS
               PERFORM 3000-WRITE-NEW-MASTER
               PERFORM 4000-LIST-FREEZES
               PERFORM 4100-WRITE-TOTALS
           END-IF
           PERFORM 9000-FINISH
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "CHANGE FREEZE CALENDAR MAINTENANCE REGISTER"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1100-LOAD-MASTER.

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
      * NO CALENDAR YET IS THE FIRST FREEZE EVER SET - THE TABLE
      * STARTS EMPTY AND THE NEW CALENDAR IS BUILT FROM THE
      * TRANSACTIONS ALONE. ANY OTHER FAILURE TO OPEN IS A CALENDAR
      * THAT EXISTS BUT CANNOT BE READ, AND IS FATAL - BUILDING A NEW
      * ONE FROM THE TRANSACTIONS ALONE WOULD LOSE EVERY ENTRY ON IT.
      ******************************************************************
       1100-LOAD-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MASTER-FILE
           EVALUATE WS-MASTER-FILE-STATUS
               WHEN "00"
                   PERFORM 1110-READ-MASTER-REC
                   PERFORM 1120-LOAD-MASTER-ENTRY UNTIL WS-EOF
                   CLOSE MASTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FRZMAINT: CANNOT OPEN FREEZCAL, STATUS "
                       WS-MASTER-FILE-STATUS
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "FREEZCAL CANNOT BE OPENED, STATUS "
                       DELIMITED BY SIZE
                       WS-MASTER-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
                   SET WS-MASTER-LOST TO TRUE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SW.

       1110-READ-MASTER-REC.
           READ MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-MASTER-ENTRY.
           IF WS-FREEZE-COUNT < 100
               ADD 1 TO WS-FREEZE-COUNT
               MOVE FREEZE-CALENDAR-RECORD
                   TO WS-FREEZE-IMAGE (WS-FREEZE-COUNT)
           ELSE
               DISPLAY "FRZMAINT: FREEZE TABLE FULL, CALENDAR NOT READ"
               MOVE "FREEZE TABLE FULL, CALENDAR NOT REWRITTEN"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
               SET WS-MASTER-LOST TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 1110-READ-MASTER-REC.

      ******************************************************************
      * A CALENDAR THAT WAS NOT READ IN FULL IS NEVER REWRITTEN - NO
      * TRANSACTION IS APPLIED AND NO NEW CALENDAR IS WRITTEN, SO
      * TOMORROW STILL STARTS FROM THE LAST GOOD ONE.
      ******************************************************************
       1190-REPORT-MASTER-LOST.
           MOVE "*** FREEZCAL NOT LOADED - NO TRANSACTIONS APPLIED"
               TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * SAME WHOLE-MONTH DAY ARITHMETIC AS THE FREEZE CHECK THE
      * MAINTENANCE PROGRAMS CALL, SO "FROM NOT AFTER TO" MEANS THE
      * SAME THING HERE AS IT DOES THERE.
      ******************************************************************
       1500-DATES-TO-DAYS.
           COMPUTE WS-FROM-DAYS =
               FT-FROM-YY * 372 + FT-FROM-MM * 31 + FT-FROM-DD
           COMPUTE WS-TO-DAYS =
               FT-TO-YY * 372 + FT-TO-MM * 31 + FT-TO-DD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "FRZMAINT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-APPLY-TRANSACTIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               PERFORM 2010-READ-TRANS-REC
               PERFORM 2020-APPLY-ONE-TRANS UNTIL WS-EOF
               CLOSE TRANS-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2010-READ-TRANS-REC.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2020-APPLY-ONE-TRANS.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-FIND-FREEZE
           PERFORM 2200-EDIT-TRANS
           IF WS-EDIT-OK
               EVALUATE TRUE
                   WHEN FT-IS-SET
                       PERFORM 2300-SET-FREEZE
                   WHEN FT-IS-CHANGE
                       PERFORM 2400-CHANGE-FREEZE
                   WHEN FT-IS-RELEASE
                       PERFORM 2500-RELEASE-FREEZE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "REFUSED: " DELIMITED BY SIZE
                   FREEZE-TRANS-RECORD (1:79) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               DISPLAY "FRZMAINT: TRANSACTION REFUSED, " FT-FREEZE-ID
                   " " WS-REJECT-TEXT
           END-IF
           PERFORM 2010-READ-TRANS-REC.

       2100-FIND-FREEZE.
           MOVE ZERO TO WS-FREEZE-MATCH-IX
           PERFORM 2110-CHECK-FREEZE-ENTRY
               VARYING WS-FREEZE-IX FROM 1 BY 1
               UNTIL WS-FREEZE-IX > WS-FREEZE-COUNT
                   OR WS-FREEZE-MATCH-IX > ZERO.

       2110-CHECK-FREEZE-ENTRY.
           IF WS-FREEZE-IMAGE (WS-FREEZE-IX) (1:8) = FT-FREEZE-ID
               MOVE WS-FREEZE-IX TO WS-FREEZE-MATCH-IX
           END-IF.

      ******************************************************************
      * A FREEZE ID IS NEVER REUSED, EVEN AFTER RELEASE, SO THE
      * HISTORY FOR ONE ID IS THE WHOLE LIFE OF ONE FREEZE. ONLY AN
      * ACTIVE FREEZE CAN BE RESTATED OR RELEASED. SET AND CHANGE
      * CARRY THE FULL RANGE AND THE FULL LIST OF MASTERS COVERED.
      ******************************************************************
       2200-EDIT-TRANS.
           MOVE "Y" TO WS-EDIT-OK-SW
           MOVE SPACES TO WS-REJECT-TEXT
           IF WS-FREEZE-MATCH-IX > ZERO
               MOVE WS-FREEZE-IMAGE (WS-FREEZE-MATCH-IX)
                   TO FREEZE-CALENDAR-RECORD
           END-IF
           EVALUATE TRUE
               WHEN NOT FT-IS-SET AND NOT FT-IS-CHANGE
                   AND NOT FT-IS-RELEASE
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "ACTION NOT A, C OR R" TO WS-REJECT-TEXT
               WHEN FT-FREEZE-ID = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "FREEZE ID MISSING" TO WS-REJECT-TEXT
               WHEN FT-OPERATOR-ID = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
               WHEN FT-IS-SET AND WS-FREEZE-MATCH-IX > ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "FREEZE ID ALREADY ON FILE" TO WS-REJECT-TEXT
               WHEN FT-IS-SET AND FT-DESCRIPTION = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DESCRIPTION MISSING" TO WS-REJECT-TEXT
               WHEN NOT FT-IS-SET AND WS-FREEZE-MATCH-IX = ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "FREEZE ID NOT ON FILE" TO WS-REJECT-TEXT
               WHEN NOT FT-IS-SET AND NOT FZ-IS-ACTIVE
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "FREEZE ALREADY RELEASED" TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-EDIT-OK AND NOT FT-IS-RELEASE
               PERFORM 2210-EDIT-RANGE
           END-IF
           IF WS-EDIT-OK AND NOT FT-IS-RELEASE
               PERFORM 2220-EDIT-MASTERS
           END-IF.

       2210-EDIT-RANGE.
           EVALUATE TRUE
               WHEN FT-FROM-DATE IS NOT NUMERIC
                   OR FT-TO-DATE IS NOT NUMERIC
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DATE NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN FT-FROM-MM < 01 OR FT-FROM-MM > 12
                   OR FT-TO-MM < 01 OR FT-TO-MM > 12
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "MONTH OUT OF RANGE" TO WS-REJECT-TEXT
               WHEN FT-FROM-DD < 01 OR FT-FROM-DD > 31
                   OR FT-TO-DD < 01 OR FT-TO-DD > 31
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DAY OUT OF RANGE" TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-EDIT-OK
               PERFORM 1500-DATES-TO-DAYS
               IF WS-FROM-DAYS > WS-TO-DAYS
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "FROM DATE AFTER TO DATE" TO WS-REJECT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * A FREEZE MUST COVER AT LEAST ONE MASTER, AND EVERY MASTER IT
      * NAMES MUST BE ONE THE MAINTENANCE PROGRAMS KNOW - A MISSPELT
      * NAME WOULD OTHERWISE FREEZE NOTHING WITHOUT ANYONE NOTICING.
      ******************************************************************
       2220-EDIT-MASTERS.
           MOVE ZERO TO WS-NAMED-COUNT
           PERFORM 2230-EDIT-ONE-MASTER
               VARYING WS-MASTER-IX FROM 1 BY 1
               UNTIL WS-MASTER-IX > 5 OR NOT WS-EDIT-OK
           IF WS-EDIT-OK AND WS-NAMED-COUNT = ZERO
               MOVE "N" TO WS-EDIT-OK-SW
               MOVE "NO MASTER NAMED" TO WS-REJECT-TEXT
           END-IF.

       2230-EDIT-ONE-MASTER.
           IF FT-MASTER-DD (WS-MASTER-IX) NOT = SPACES
               ADD 1 TO WS-NAMED-COUNT
               MOVE "N" TO WS-CODE-FOUND-SW
               PERFORM 2240-CHECK-MASTER-CODE
                   VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > 6 OR WS-CODE-FOUND
               IF NOT WS-CODE-FOUND
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "MASTER NAME NOT KNOWN" TO WS-REJECT-TEXT
               END-IF
           END-IF.

       2240-CHECK-MASTER-CODE.
           IF FT-MASTER-DD (WS-MASTER-IX) = WS-MASTER-CODE (WS-CODE-IX)
               SET WS-CODE-FOUND TO TRUE
           END-IF.

       2300-SET-FREEZE.
           IF WS-FREEZE-COUNT < 100
               MOVE SPACES TO FREEZE-CALENDAR-RECORD
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE FT-FREEZE-ID TO FZ-FREEZE-ID
               MOVE "A" TO FZ-STATUS
               MOVE FT-FROM-DATE TO FZ-FROM-DATE
               MOVE FT-TO-DATE TO FZ-TO-DATE
               MOVE FT-MASTER-LIST TO FZ-MASTER-LIST
               MOVE WS-RUN-DATE TO FZ-PLACED-DATE
               MOVE FT-OPERATOR-ID TO FZ-PLACED-BY
               MOVE ZERO TO FZ-RELEASED-DATE
               MOVE FT-DESCRIPTION TO FZ-DESCRIPTION
               ADD 1 TO WS-FREEZE-COUNT
               MOVE FREEZE-CALENDAR-RECORD
                   TO WS-FREEZE-IMAGE (WS-FREEZE-COUNT)
               ADD 1 TO WS-SET-COUNT
               PERFORM 2800-RECORD-CHANGE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 8 TO WS-RUN-RC
               DISPLAY "FRZMAINT: FREEZE TABLE FULL, FREEZE NOT SET "
                   FT-FREEZE-ID
               MOVE SPACES TO REPORT-RECORD
               STRING "REFUSED: " DELIMITED BY SIZE
                   FT-FREEZE-ID DELIMITED BY SIZE
                   " FREEZE TABLE FULL" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       2400-CHANGE-FREEZE.
           PERFORM 2700-SAVE-BEFORE-IMAGE
           MOVE FT-FROM-DATE TO FZ-FROM-DATE
           MOVE FT-TO-DATE TO FZ-TO-DATE
           MOVE FT-MASTER-LIST TO FZ-MASTER-LIST
           IF FT-DESCRIPTION NOT = SPACES
               MOVE FT-DESCRIPTION TO FZ-DESCRIPTION
           END-IF
           MOVE FREEZE-CALENDAR-RECORD
               TO WS-FREEZE-IMAGE (WS-FREEZE-MATCH-IX)
           ADD 1 TO WS-CHANGED-COUNT
           PERFORM 2800-RECORD-CHANGE.

       2500-RELEASE-FREEZE.
           PERFORM 2700-SAVE-BEFORE-IMAGE
           MOVE "R" TO FZ-STATUS
           MOVE WS-RUN-DATE TO FZ-RELEASED-DATE
           MOVE FT-OPERATOR-ID TO FZ-RELEASED-BY
           MOVE FREEZE-CALENDAR-RECORD
               TO WS-FREEZE-IMAGE (WS-FREEZE-MATCH-IX)
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM 2800-RECORD-CHANGE.

       2700-SAVE-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE FZ-STATUS TO WS-OLD-STATUS
           MOVE FZ-FROM-DATE TO WS-OLD-FROM-DATE
           MOVE FZ-TO-DATE TO WS-OLD-TO-DATE
           MOVE FZ-MASTER-LIST TO WS-OLD-MASTERS.

      ******************************************************************
      * THE AUDIT TRAIL FOR ONE APPLIED CHANGE: THE PERMANENT HISTORY
      * LINE, THE AUDIT-LOG ENTRY AND THE REGISTER LINE. THE BEFORE
      * IMAGE IS ALREADY IN PLACE; THE AFTER IMAGE IS THE FREEZE AS
      * IT NOW STANDS.
      ******************************************************************
       2800-RECORD-CHANGE.
           MOVE SPACES TO FREEZE-HISTORY-RECORD
           MOVE WS-BEFORE-IMAGE TO FH-BEFORE
           MOVE WS-RUN-DATE TO FH-APPLY-DATE
           ACCEPT FH-APPLY-TIME FROM TIME
           MOVE FT-ACTION TO FH-ACTION
           MOVE FZ-FREEZE-ID TO FH-FREEZE-ID
           MOVE FT-OPERATOR-ID TO FH-OPERATOR-ID
           MOVE SPACES TO FH-AFTER
           MOVE FZ-STATUS TO FH-NEW-STATUS
           MOVE FZ-FROM-DATE TO FH-NEW-FROM-DATE
           MOVE FZ-TO-DATE TO FH-NEW-TO-DATE
           MOVE FZ-MASTER-LIST TO FH-NEW-MASTERS
           MOVE FZ-DESCRIPTION TO FH-DESCRIPTION
           WRITE FREEZE-HISTORY-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           EVALUATE TRUE
               WHEN FT-IS-SET
                   STRING "CHANGE FREEZE SET: " DELIMITED BY SIZE
                       FZ-FREEZE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FZ-FROM-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FZ-TO-DATE DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       FT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               WHEN FT-IS-CHANGE
                   STRING "CHANGE FREEZE RESTATED: " DELIMITED BY SIZE
                       FZ-FREEZE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FZ-FROM-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FZ-TO-DATE DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       FT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-AUDIT-SEVERITY
               WHEN FT-IS-RELEASE
                   STRING "CHANGE FREEZE RELEASED: " DELIMITED BY SIZE
                       FZ-FREEZE-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       FT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-AUDIT-SEVERITY
           END-EVALUATE
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE SPACES TO REPORT-RECORD
           STRING "APPLIED: " DELIMITED BY SIZE
               FREEZE-TRANS-RECORD DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       3000-WRITE-NEW-MASTER.
           OPEN OUTPUT NEWMASTER-FILE
           PERFORM 3010-WRITE-MASTER-ENTRY
               VARYING WS-FREEZE-IDX FROM 1 BY 1
               UNTIL WS-FREEZE-IDX > WS-FREEZE-COUNT
           CLOSE NEWMASTER-FILE.

       3010-WRITE-MASTER-ENTRY.
           MOVE WS-FREEZE-IMAGE (WS-FREEZE-IDX) TO NEWMASTER-RECORD
           WRITE NEWMASTER-RECORD.

       4000-LIST-FREEZES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FREEZES ON FILE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FREEZE   ST FROM   TO     MASTERS COVERED"
               TO REPORT-RECORD
           MOVE "PLACED BY       DESCRIPTION" TO REPORT-RECORD (73:27)
           WRITE REPORT-RECORD
           PERFORM 4010-LIST-ONE-FREEZE
               VARYING WS-FREEZE-IDX FROM 1 BY 1
               UNTIL WS-FREEZE-IDX > WS-FREEZE-COUNT.

       4010-LIST-ONE-FREEZE.
           MOVE WS-FREEZE-IMAGE (WS-FREEZE-IDX)
               TO FREEZE-CALENDAR-RECORD
           IF FZ-IS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING FZ-FREEZE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FZ-STATUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FZ-FROM-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FZ-TO-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FZ-MASTER-LIST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FZ-PLACED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FZ-PLACED-BY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FZ-DESCRIPTION DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       4100-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-SET-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "FREEZES SET      : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "FREEZES RESTATED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "FREEZES RELEASED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANS REFUSED    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "FREEZES ACTIVE   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-REFUSED-COUNT > ZERO AND WS-RUN-RC = ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF.

       9000-FINISH.
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF WS-MASTER-LOST
               MOVE "FREEZE MAINTENANCE ABANDONED - NOTHING APPLIED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
           ELSE
               MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
               STRING "FREEZE CALENDAR MAINTENANCE COMPLETE - ACTIVE: "
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           END-IF
           PERFORM 1900-WRITE-AUDIT-LOG
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "FRZMAINT: ENDING WITH RETURN CODE "
                   WS-RUN-RC
           END-IF.

       END PROGRAM FRZMAINT.
