      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Maintain the legal-hold master (LEGHOLD) that
      *              every purge and retention trim consults before
      *              it lets a record go. Transactions place a hold
      *              (A), restate an active hold's range and scope
      *              (C) or release it (R); each must name the
      *              operator, and a new hold its matter reference.
      *              A transaction that fails the edits is refused
      *              on the register with its reason. Every change
      *              that reaches the master is appended to the
      *              permanent hold history with its before and
      *              after image, operator and apply date, and is
      *              logged to the audit log, so counsel can see
      *              exactly what was protected on any given day.
      *              Released holds stay on the master for the
      *              record. The register closes with every hold on
      *              file and its state.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGHMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "LEGHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "LEGHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT NEWMASTER-FILE ASSIGN TO "LEGHOLDN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "LEGHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LEGHRPT"
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
       COPY LEGHOLD.

       FD  TRANS-FILE.
       01  HOLD-TRANS-RECORD.
           05  HT-ACTION               PIC X(01).
               88  HT-IS-PLACE                 VALUE "A".
               88  HT-IS-CHANGE                VALUE "C".
               88  HT-IS-RELEASE               VALUE "R".
           05  FILLER                  PIC X(01).
           05  HT-HOLD-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  HT-FROM-DATE            PIC 9(06).
           05  HT-FROM-PARTS REDEFINES HT-FROM-DATE.
               10  HT-FROM-YY          PIC 9(02).
               10  HT-FROM-MM          PIC 9(02).
               10  HT-FROM-DD          PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HT-TO-DATE              PIC 9(06).
           05  HT-TO-PARTS REDEFINES HT-TO-DATE.
               10  HT-TO-YY            PIC 9(02).
               10  HT-TO-MM            PIC 9(02).
               10  HT-TO-DD            PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HT-ORIGINATOR           PIC X(03).
           05  FILLER                  PIC X(01).
           05  HT-TRACE-ID             PIC X(13).
           05  FILLER                  PIC X(01).
           05  HT-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  HT-MATTER               PIC X(30).

       FD  NEWMASTER-FILE.
       01  NEWMASTER-RECORD            PIC X(105).

      ******************************************************************
      * ONE LINE PER CHANGE, APPENDED FOREVER: THE HOLD AS IT STOOD
      * BEFORE (BLANK FOR A NEW HOLD) AND AS IT STANDS AFTER.
      ******************************************************************
       FD  HISTORY-FILE.
       01  HOLD-HISTORY-RECORD.
           05  HH-APPLY-DATE           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HH-APPLY-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HH-ACTION               PIC X(01).
           05  FILLER                  PIC X(01).
           05  HH-HOLD-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  HH-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  HH-BEFORE.
               10  HH-OLD-STATUS       PIC X(01).
               10  FILLER              PIC X(01).
               10  HH-OLD-FROM-DATE    PIC X(06).
               10  FILLER              PIC X(01).
               10  HH-OLD-TO-DATE      PIC X(06).
               10  FILLER              PIC X(01).
               10  HH-OLD-ORIGINATOR   PIC X(03).
               10  FILLER              PIC X(01).
               10  HH-OLD-TRACE-ID     PIC X(13).
           05  FILLER                  PIC X(01).
           05  HH-AFTER.
               10  HH-NEW-STATUS       PIC X(01).
               10  FILLER              PIC X(01).
               10  HH-NEW-FROM-DATE    PIC X(06).
               10  FILLER              PIC X(01).
               10  HH-NEW-TO-DATE      PIC X(06).
               10  FILLER              PIC X(01).
               10  HH-NEW-ORIGINATOR   PIC X(03).
               10  FILLER              PIC X(01).
               10  HH-NEW-TRACE-ID     PIC X(13).
           05  FILLER                  PIC X(01).
           05  HH-MATTER               PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(100).

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

       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-RC                   PIC 9(02) VALUE ZERO.
       01  WS-REJECT-TEXT              PIC X(30).

       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-HOLD-IDX.
               10  WS-HOLD-IMAGE       PIC X(105).

       01  WS-HOLD-WORK.
           05  WS-HOLD-MATCH-IX        PIC 9(03) VALUE ZERO.
           05  WS-HOLD-IX              PIC 9(03) VALUE ZERO.

       01  WS-BEFORE-IMAGE.
           05  WS-OLD-STATUS           PIC X(01).
           05  FILLER                  PIC X(01).
           05  WS-OLD-FROM-DATE        PIC X(06).
           05  FILLER                  PIC X(01).
           05  WS-OLD-TO-DATE          PIC X(06).
           05  FILLER                  PIC X(01).
           05  WS-OLD-ORIGINATOR       PIC X(03).
           05  FILLER                  PIC X(01).
           05  WS-OLD-TRACE-ID         PIC X(13).

       01  WS-DATE-CHECK.
           05  WS-FROM-DAYS            PIC 9(07) VALUE ZERO.
           05  WS-TO-DAYS              PIC 9(07) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-PLACED-COUNT         PIC 9(05) VALUE ZERO.
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
               PERFORM 4000-LIST-HOLDS
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
           MOVE "LEGAL HOLD MAINTENANCE REGISTER" TO REPORT-RECORD
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
      * NO MASTER YET IS THE FIRST HOLD EVER PLACED - THE TABLE
      * STARTS EMPTY AND THE NEW MASTER IS BUILT FROM THE
      * TRANSACTIONS ALONE. ANY OTHER FAILURE TO OPEN IS A MASTER
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
                   DISPLAY "LEGHMAINT: CANNOT OPEN LEGHOLD, STATUS "
                       WS-MASTER-FILE-STATUS
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "LEGHOLD CANNOT BE OPENED, STATUS "
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
           IF WS-HOLD-COUNT < 200
               ADD 1 TO WS-HOLD-COUNT
               MOVE LEGAL-HOLD-RECORD TO WS-HOLD-IMAGE (WS-HOLD-COUNT)
           ELSE
               DISPLAY "LEGHMAINT: HOLD TABLE FULL, MASTER NOT READ"
               MOVE "HOLD TABLE FULL, MASTER NOT REWRITTEN"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
               SET WS-MASTER-LOST TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 1110-READ-MASTER-REC.

      ******************************************************************
      * A MASTER THAT WAS NOT READ IN FULL IS NEVER REWRITTEN - NO
      * TRANSACTION IS APPLIED AND NO NEW MASTER IS WRITTEN, SO
      * TOMORROW STILL STARTS FROM THE LAST GOOD ONE.
      ******************************************************************
       1190-REPORT-MASTER-LOST.
           MOVE "*** LEGHOLD NOT LOADED - NO TRANSACTIONS APPLIED"
               TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * SAME WHOLE-MONTH DAY ARITHMETIC AS THE RETENTION PROGRAMS
      * THAT READ THE HOLDS, SO "FROM NOT AFTER TO" MEANS THE SAME
      * THING HERE AS IT DOES THERE.
      ******************************************************************
       1500-DATES-TO-DAYS.
           COMPUTE WS-FROM-DAYS =
               HT-FROM-YY * 372 + HT-FROM-MM * 31 + HT-FROM-DD
           COMPUTE WS-TO-DAYS =
               HT-TO-YY * 372 + HT-TO-MM * 31 + HT-TO-DD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "LEGHMNT" TO AUDIT-PROGRAM-ID
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
           PERFORM 2100-FIND-HOLD
           PERFORM 2200-EDIT-TRANS
           IF WS-EDIT-OK
               EVALUATE TRUE
                   WHEN HT-IS-PLACE
                       PERFORM 2300-PLACE-HOLD
                   WHEN HT-IS-CHANGE
                       PERFORM 2400-CHANGE-HOLD
                   WHEN HT-IS-RELEASE
                       PERFORM 2500-RELEASE-HOLD
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "REFUSED: " DELIMITED BY SIZE
                   HOLD-TRANS-RECORD (1:52) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               DISPLAY "LEGHMAINT: TRANSACTION REFUSED, " HT-HOLD-ID
                   " " WS-REJECT-TEXT
           END-IF
           PERFORM 2010-READ-TRANS-REC.

       2100-FIND-HOLD.
           MOVE ZERO TO WS-HOLD-MATCH-IX
           PERFORM 2110-CHECK-HOLD-ENTRY
               VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                   OR WS-HOLD-MATCH-IX > ZERO.

       2110-CHECK-HOLD-ENTRY.
           IF WS-HOLD-IMAGE (WS-HOLD-IX) (1:8) = HT-HOLD-ID
               MOVE WS-HOLD-IX TO WS-HOLD-MATCH-IX
           END-IF.

      ******************************************************************
      * A HOLD ID IS NEVER REUSED, EVEN AFTER RELEASE, SO THE HISTORY
      * FOR ONE ID IS THE WHOLE LIFE OF ONE HOLD. ONLY AN ACTIVE HOLD
      * CAN BE RESTATED OR RELEASED. PLACE AND CHANGE CARRY THE FULL
      * RANGE AND SCOPE; A BLANK ORIGINATOR OR TRACE ID MEANS ANY.
      ******************************************************************
       2200-EDIT-TRANS.
           MOVE "Y" TO WS-EDIT-OK-SW
           MOVE SPACES TO WS-REJECT-TEXT
           IF WS-HOLD-MATCH-IX > ZERO
               MOVE WS-HOLD-IMAGE (WS-HOLD-MATCH-IX)
                   TO LEGAL-HOLD-RECORD
           END-IF
           EVALUATE TRUE
               WHEN NOT HT-IS-PLACE AND NOT HT-IS-CHANGE
                   AND NOT HT-IS-RELEASE
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "ACTION NOT A, C OR R" TO WS-REJECT-TEXT
               WHEN HT-HOLD-ID = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "HOLD ID MISSING" TO WS-REJECT-TEXT
               WHEN HT-OPERATOR-ID = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
               WHEN HT-IS-PLACE AND WS-HOLD-MATCH-IX > ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "HOLD ID ALREADY ON FILE" TO WS-REJECT-TEXT
               WHEN HT-IS-PLACE AND HT-MATTER = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "MATTER REFERENCE MISSING" TO WS-REJECT-TEXT
               WHEN NOT HT-IS-PLACE AND WS-HOLD-MATCH-IX = ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "HOLD ID NOT ON FILE" TO WS-REJECT-TEXT
               WHEN NOT HT-IS-PLACE AND NOT LH-IS-ACTIVE
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "HOLD ALREADY RELEASED" TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-EDIT-OK AND NOT HT-IS-RELEASE
               PERFORM 2210-EDIT-RANGE-AND-SCOPE
           END-IF.

       2210-EDIT-RANGE-AND-SCOPE.
           EVALUATE TRUE
               WHEN HT-FROM-DATE IS NOT NUMERIC
                   OR HT-TO-DATE IS NOT NUMERIC
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DATE NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN HT-FROM-MM < 01 OR HT-FROM-MM > 12
                   OR HT-TO-MM < 01 OR HT-TO-MM > 12
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "MONTH OUT OF RANGE" TO WS-REJECT-TEXT
               WHEN HT-FROM-DD < 01 OR HT-FROM-DD > 31
                   OR HT-TO-DD < 01 OR HT-TO-DD > 31
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DAY OUT OF RANGE" TO WS-REJECT-TEXT
               WHEN HT-TRACE-ID NOT = SPACES
                   AND HT-TRACE-ID IS NOT NUMERIC
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "TRACE ID NOT NUMERIC" TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-EDIT-OK
               PERFORM 1500-DATES-TO-DAYS
               IF WS-FROM-DAYS > WS-TO-DAYS
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "FROM DATE AFTER TO DATE" TO WS-REJECT-TEXT
               END-IF
           END-IF.

       2300-PLACE-HOLD.
           IF WS-HOLD-COUNT < 200
               MOVE SPACES TO LEGAL-HOLD-RECORD
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE HT-HOLD-ID TO LH-HOLD-ID
               MOVE "A" TO LH-STATUS
               MOVE HT-FROM-DATE TO LH-FROM-DATE
               MOVE HT-TO-DATE TO LH-TO-DATE
               MOVE HT-ORIGINATOR TO LH-ORIGINATOR
               MOVE HT-TRACE-ID TO LH-TRACE-ID
               MOVE WS-RUN-DATE TO LH-PLACED-DATE
               MOVE HT-OPERATOR-ID TO LH-PLACED-BY
               MOVE ZERO TO LH-RELEASED-DATE
               MOVE HT-MATTER TO LH-MATTER
               ADD 1 TO WS-HOLD-COUNT
               MOVE LEGAL-HOLD-RECORD TO WS-HOLD-IMAGE (WS-HOLD-COUNT)
               ADD 1 TO WS-PLACED-COUNT
               PERFORM 2800-RECORD-CHANGE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 8 TO WS-RUN-RC
               DISPLAY "LEGHMAINT: HOLD TABLE FULL, HOLD NOT PLACED "
                   HT-HOLD-ID
               MOVE SPACES TO REPORT-RECORD
               STRING "REFUSED: " DELIMITED BY SIZE
                   HT-HOLD-ID DELIMITED BY SIZE
                   " HOLD TABLE FULL" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       2400-CHANGE-HOLD.
           PERFORM 2700-SAVE-BEFORE-IMAGE
           MOVE HT-FROM-DATE TO LH-FROM-DATE
           MOVE HT-TO-DATE TO LH-TO-DATE
           MOVE HT-ORIGINATOR TO LH-ORIGINATOR
           MOVE HT-TRACE-ID TO LH-TRACE-ID
           IF HT-MATTER NOT = SPACES
               MOVE HT-MATTER TO LH-MATTER
           END-IF
           MOVE LEGAL-HOLD-RECORD TO WS-HOLD-IMAGE (WS-HOLD-MATCH-IX)
           ADD 1 TO WS-CHANGED-COUNT
           PERFORM 2800-RECORD-CHANGE.

       2500-RELEASE-HOLD.
           PERFORM 2700-SAVE-BEFORE-IMAGE
           MOVE "R" TO LH-STATUS
           MOVE WS-RUN-DATE TO LH-RELEASED-DATE
           MOVE HT-OPERATOR-ID TO LH-RELEASED-BY
           MOVE LEGAL-HOLD-RECORD TO WS-HOLD-IMAGE (WS-HOLD-MATCH-IX)
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM 2800-RECORD-CHANGE.

       2700-SAVE-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE LH-STATUS TO WS-OLD-STATUS
           MOVE LH-FROM-DATE TO WS-OLD-FROM-DATE
           MOVE LH-TO-DATE TO WS-OLD-TO-DATE
           MOVE LH-ORIGINATOR TO WS-OLD-ORIGINATOR
           MOVE LH-TRACE-ID TO WS-OLD-TRACE-ID.

      ******************************************************************
      * THE AUDIT TRAIL FOR ONE APPLIED CHANGE: THE PERMANENT HISTORY
      * LINE, THE AUDIT-LOG ENTRY AND THE REGISTER LINE. THE BEFORE
      * IMAGE IS ALREADY IN PLACE; THE AFTER IMAGE IS THE HOLD AS IT
      * NOW STANDS.
      ******************************************************************
       2800-RECORD-CHANGE.
           MOVE SPACES TO HOLD-HISTORY-RECORD
           MOVE WS-BEFORE-IMAGE TO HH-BEFORE
           MOVE WS-RUN-DATE TO HH-APPLY-DATE
           ACCEPT HH-APPLY-TIME FROM TIME
           MOVE HT-ACTION TO HH-ACTION
           MOVE LH-HOLD-ID TO HH-HOLD-ID
           MOVE HT-OPERATOR-ID TO HH-OPERATOR-ID
           MOVE SPACES TO HH-AFTER
           MOVE LH-STATUS TO HH-NEW-STATUS
           MOVE LH-FROM-DATE TO HH-NEW-FROM-DATE
           MOVE LH-TO-DATE TO HH-NEW-TO-DATE
           MOVE LH-ORIGINATOR TO HH-NEW-ORIGINATOR
           MOVE LH-TRACE-ID TO HH-NEW-TRACE-ID
           MOVE LH-MATTER TO HH-MATTER
           WRITE HOLD-HISTORY-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           EVALUATE TRUE
               WHEN HT-IS-PLACE
                   STRING "LEGAL HOLD PLACED: " DELIMITED BY SIZE
                       LH-HOLD-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       HT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               WHEN HT-IS-CHANGE
                   STRING "LEGAL HOLD RESTATED: " DELIMITED BY SIZE
                       LH-HOLD-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       HT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               WHEN HT-IS-RELEASE
                   STRING "LEGAL HOLD RELEASED: " DELIMITED BY SIZE
                       LH-HOLD-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       HT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-AUDIT-SEVERITY
           END-EVALUATE
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE SPACES TO REPORT-RECORD
           STRING "APPLIED: " DELIMITED BY SIZE
               HOLD-TRANS-RECORD DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       3000-WRITE-NEW-MASTER.
           OPEN OUTPUT NEWMASTER-FILE
           PERFORM 3010-WRITE-MASTER-ENTRY
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           CLOSE NEWMASTER-FILE.

       3010-WRITE-MASTER-ENTRY.
           MOVE WS-HOLD-IMAGE (WS-HOLD-IDX) TO NEWMASTER-RECORD
           WRITE NEWMASTER-RECORD.

       4000-LIST-HOLDS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "HOLDS ON FILE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "HOLD-ID  ST FROM   TO     ORG TRACE-ID      PLACED"
               TO REPORT-RECORD
           MOVE "BY       MATTER" TO REPORT-RECORD (53:15)
           WRITE REPORT-RECORD
           PERFORM 4010-LIST-ONE-HOLD
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.

       4010-LIST-ONE-HOLD.
           MOVE WS-HOLD-IMAGE (WS-HOLD-IDX) TO LEGAL-HOLD-RECORD
           IF LH-IS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING LH-HOLD-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LH-STATUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LH-FROM-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LH-TO-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LH-ORIGINATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LH-TRACE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LH-PLACED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LH-PLACED-BY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LH-MATTER DELIMITED BY SIZE
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
           MOVE WS-PLACED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "HOLDS PLACED     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "HOLDS RESTATED   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "HOLDS RELEASED   : " DELIMITED BY SIZE
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
           STRING "HOLDS ACTIVE     : " DELIMITED BY SIZE
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
               MOVE "LEGAL HOLD MAINTENANCE ABANDONED - NOTHING APPLIED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
           ELSE
               MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
               STRING "LEGAL HOLD MAINTENANCE COMPLETE - ACTIVE: "
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
               DISPLAY "LEGHMAINT: ENDING WITH RETURN CODE "
                   WS-RUN-RC
           END-IF.

       END PROGRAM LEGHMAINT.
