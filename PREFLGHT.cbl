      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Pre-flight readiness check of the nightly inputs,
      *              run ahead of LOCKTAKE so a night that cannot
      *              finish never starts. Every expected input -
      *              TRANIN1 through TRANIN4, the SOMARATE rate file
      *              and its refresh stamp, the BUSCAL calendar and
      *              the GLACCMAP account map - must hold at least one
      *              record. That each one exists is left to the job's
      *              allocation, which stops the night before this
      *              step runs; an input that is allocated but will
      *              not open is always a failure. The rate file must
      *              have been refreshed for the business date: the
      *              stamp
      *              RATEMAINT writes beside each new master must
      *              carry the business date and the live file's
      *              record count. The calendar must reach past the
      *              next N business days (PREFLGHT CAL-DAYS-AHEAD,
      *              default 10), and every currency on the rate file
      *              must map to GL accounts for every operation SOMA
      *              posts. Any failure ends the run with return code
      *              8 so the scheduler holds the chain; an input
      *              PARMFILE marks optional (PREFLGHT REQ-ddname = 0)
      *              that is empty is only a warning and ends the run
      *              with 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT1-FILE ASSIGN TO "TRANIN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT INPUT2-FILE ASSIGN TO "TRANIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT INPUT3-FILE ASSIGN TO "TRANIN3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT INPUT4-FILE ASSIGN TO "TRANIN4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "SOMARATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT STAMP-FILE ASSIGN TO "SOMARATV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT MAP-FILE ASSIGN TO "GLACCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ATTEST-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PREFLTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
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

       FD  INPUT1-FILE.
       01  INPUT1-RECORD           PIC X(80).

       FD  INPUT2-FILE.
       01  INPUT2-RECORD           PIC X(80).

       FD  INPUT3-FILE.
       01  INPUT3-RECORD           PIC X(80).

       FD  INPUT4-FILE.
       01  INPUT4-RECORD           PIC X(80).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CURRENCY-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  RATE-FACTOR         PIC 9(3)V9(6).

      ******************************************************************
      * THE REFRESH STAMP RATEMAINT WRITES BESIDE EACH NEW MASTER AND
      * OPERATIONS PROMOTES WITH IT.
      ******************************************************************
       FD  STAMP-FILE.
       01  STAMP-RECORD.
           05  RS-STAMP-DATE       PIC 9(06).
           05  FILLER              PIC X(01).
           05  RS-STAMP-TIME       PIC 9(08).
           05  FILLER              PIC X(01).
           05  RS-RECORD-COUNT     PIC 9(07).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CAL-BUSDAY-FLAG         PIC X(01).
           05  FILLER                  PIC X(01).
           05  CAL-DESCRIPTION         PIC X(20).

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  AM-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  AM-DEBIT-ACCOUNT    PIC X(08).
           05  FILLER              PIC X(01).
           05  AM-CREDIT-ACCOUNT   PIC X(08).

       FD  PARM-FILE.
       COPY PARMREC.

       FD  ATTEST-FILE.
       COPY ATTESTRC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS PIC X(02).
           05  WS-PARM-FILE-STATUS PIC X(02).
           05  WS-ATTEST-FILE-STATUS PIC X(02).
           05  WS-AUDIT-FILE-STATUS PIC X(02).
           05  WS-COMPL-FILE-STATUS PIC X(02).

       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-FILE-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-FILE-OPEN               VALUE "Y".
           05  WS-MAP-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-MAP-FOUND               VALUE "Y".
           05  WS-TABLE-FULL-SW    PIC X(01) VALUE "N".
               88  WS-TABLE-FULL              VALUE "Y".

       01  WS-CAL-DAYS-AHEAD       PIC S9(09) VALUE 10.
       01  WS-CAL-DAYS-SRC         PIC X(01) VALUE "D".

      *    ONE ENTRY PER EXPECTED INPUT, IN THE ORDER THE SELECTS ARE
      *    OPENED; EVERY INPUT IS REQUIRED UNLESS PARMFILE SAYS NOT
       01  WS-INPUT-TABLE.
           05  WS-IN-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-IN-IDX.
               10  WS-IN-DDNAME        PIC X(08).
               10  WS-IN-REQUIRED      PIC S9(09).
                   88  WS-IN-IS-REQUIRED       VALUE 1.
               10  WS-IN-REQ-SRC       PIC X(01).
               10  WS-IN-COUNT         PIC 9(07).
               10  WS-IN-STATE         PIC X(01).
                   88  WS-IN-READY             VALUE "R".
                   88  WS-IN-UNREADABLE        VALUE "U".
                   88  WS-IN-EMPTY             VALUE "E".
       01  WS-CURRENT-INPUT        PIC 9(01) VALUE ZERO.
       01  WS-IN-MATCH-IX          PIC 9(01) VALUE ZERO.
       01  WS-IN-IX                PIC 9(01) VALUE ZERO.
       01  WS-WORK-DDNAME          PIC X(08).

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-CCY     PIC X(03).

       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-OP-CODE  PIC X(03).
               10  WS-MAP-CCY      PIC X(03).
               10  WS-MAP-DEBIT    PIC X(08).
               10  WS-MAP-CREDIT   PIC X(08).
       01  WS-MAP-IX               PIC 9(03) VALUE ZERO.

      *    THE OPERATIONS SOMA POSTS; A REVERSAL JOURNALS ON THE
      *    ACCOUNTS OF THE OPERATION IT BACKS OUT, SO NEEDS NO ENTRY
       01  WS-OP-LIST              PIC X(12) VALUE "ADDSUBMULDIV".
       01  WS-OP-LIST-X REDEFINES WS-OP-LIST.
           05  WS-OP-CODE          OCCURS 4 TIMES PIC X(03).
       01  WS-OP-IX                PIC 9(01) VALUE ZERO.

       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-CAL-IDX.
               10  WS-CAL-DATE     PIC 9(06).
               10  WS-CAL-BUSDAY   PIC X(01).
       01  WS-CAL-SCAN-IX          PIC 9(03) VALUE ZERO.
       01  WS-CAL-LAST-DATE        PIC 9(06) VALUE ZERO.

       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE       PIC 9(06) VALUE ZERO.
           05  WS-STAMP-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-WALK-FIELDS.
           05  WS-WALK-DATE        PIC 9(06).
           05  WS-WALK-DATE-PARTS REDEFINES WS-WALK-DATE.
               10  WS-WALK-YY      PIC 9(02).
               10  WS-WALK-MM      PIC 9(02).
               10  WS-WALK-DD      PIC 9(02).
           05  WS-WALK-STEPS       PIC 9(04) VALUE ZERO.
           05  WS-BUSDAYS-FOUND    PIC 9(04) VALUE ZERO.
           05  WS-WALK-BUSDAY-SW   PIC X(01) VALUE "Y".
               88  WS-WALK-IS-BUSDAY          VALUE "Y".
           05  WS-MONTH-END-DD     PIC 9(02) VALUE ZERO.
           05  WS-LEAP-REM         PIC 9(02) VALUE ZERO.
           05  WS-LEAP-DUMMY       PIC 9(02) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-FAIL-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-WARN-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-GAP-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-READY-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-COUNT2-ED        PIC ZZZZZZ9.
           05  WS-DAYS-ED          PIC ZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-INPUT
               VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > 8
           PERFORM 3000-CHECK-RATE-REFRESH
           PERFORM 3100-CHECK-CALENDAR
           PERFORM 3200-CHECK-GL-MAPPING
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           MOVE "TRANIN1" TO WS-IN-DDNAME (1)
           MOVE "TRANIN2" TO WS-IN-DDNAME (2)
           MOVE "TRANIN3" TO WS-IN-DDNAME (3)
           MOVE "TRANIN4" TO WS-IN-DDNAME (4)
           MOVE "SOMARATE" TO WS-IN-DDNAME (5)
           MOVE "SOMARATV" TO WS-IN-DDNAME (6)
           MOVE "BUSCAL" TO WS-IN-DDNAME (7)
           MOVE "GLACCMAP" TO WS-IN-DDNAME (8)
           PERFORM 1010-CLEAR-INPUT
               VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > 8
           PERFORM 1050-READ-PARMS
           PERFORM 1790-WRITE-ATTESTATION
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "PRE-FLIGHT READINESS CHECK - BUSINESS DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "INPUTS" TO REPORT-RECORD
           WRITE REPORT-RECORD.

       1010-CLEAR-INPUT.
           MOVE 1 TO WS-IN-REQUIRED (WS-IN-IDX)
           MOVE "D" TO WS-IN-REQ-SRC (WS-IN-IDX)
           MOVE ZERO TO WS-IN-COUNT (WS-IN-IDX)
           MOVE "U" TO WS-IN-STATE (WS-IN-IDX).

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
      * PREFLGHT CAL-DAYS-AHEAD SETS HOW MANY BUSINESS DAYS THE
      * CALENDAR MUST STILL COVER; PREFLGHT REQ-DDNAME = 0 MARKS AN
      * INPUT THAT MAY BE ABSENT ON A QUIET NIGHT. THE LAST RECORD IN
      * EFFECT WINS.
      ******************************************************************
       1050-READ-PARMS.
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
               AND PARM-PROGRAM-ID = "PREFLGHT"
               AND PARM-VALUE IS NUMERIC
               EVALUATE TRUE
                   WHEN PARM-NAME = "CAL-DAYS-AHEAD"
                       IF PARM-VALUE > ZERO AND PARM-VALUE < 367
                           MOVE PARM-VALUE TO WS-CAL-DAYS-AHEAD
                           MOVE "P" TO WS-CAL-DAYS-SRC
                       END-IF
                   WHEN PARM-NAME (1:4) = "REQ-"
                       MOVE PARM-NAME (5:8) TO WS-WORK-DDNAME
                       PERFORM 1080-FIND-INPUT
                       IF WS-IN-MATCH-IX > ZERO
                           MOVE PARM-VALUE
                               TO WS-IN-REQUIRED (WS-IN-MATCH-IX)
                           MOVE "P" TO WS-IN-REQ-SRC (WS-IN-MATCH-IX)
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 1060-READ-PARM-REC.

       1080-FIND-INPUT.
           MOVE ZERO TO WS-IN-MATCH-IX
           PERFORM 1085-CHECK-INPUT-NAME
               VARYING WS-IN-IX FROM 1 BY 1
               UNTIL WS-IN-IX > 8 OR WS-IN-MATCH-IX > ZERO.

       1085-CHECK-INPUT-NAME.
           IF WS-IN-DDNAME (WS-IN-IX) = WS-WORK-DDNAME
               MOVE WS-IN-IX TO WS-IN-MATCH-IX
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
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "PREFLGHT" TO ATT-PROGRAM-ID
           MOVE "CAL-DAYS-AHEAD" TO ATT-PARM-NAME
           MOVE WS-CAL-DAYS-AHEAD TO ATT-VALUE-USED
           MOVE WS-CAL-DAYS-SRC TO ATT-SOURCE
           WRITE ATTEST-RECORD
           PERFORM 1795-ATTEST-ONE-INPUT
               VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > 8
           CLOSE ATTEST-FILE.

       1795-ATTEST-ONE-INPUT.
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "PREFLGHT" TO ATT-PROGRAM-ID
           STRING "REQ-" DELIMITED BY SIZE
               WS-IN-DDNAME (WS-IN-IDX) DELIMITED BY SPACE
               INTO ATT-PARM-NAME
           END-STRING
           MOVE WS-IN-REQUIRED (WS-IN-IDX) TO ATT-VALUE-USED
           MOVE WS-IN-REQ-SRC (WS-IN-IDX) TO ATT-SOURCE
           WRITE ATTEST-RECORD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PREFLGHT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * EACH INPUT IS OPENED AND READ TO THE END: AN INPUT THAT WILL
      * NOT OPEN IS UNREADABLE, ONE WITH NO RECORDS IS EMPTY. THE RATE
      * FILE, ITS STAMP, THE CALENDAR AND THE ACCOUNT MAP ARE KEPT AS
      * THEY ARE READ FOR THE CHECKS THAT FOLLOW.
      ******************************************************************
       2000-CHECK-INPUT.
           SET WS-CURRENT-INPUT TO WS-IN-IDX
           MOVE "N" TO WS-EOF-SW
           PERFORM 2200-OPEN-CURRENT
           IF WS-FILE-OPEN
               PERFORM 2100-READ-CURRENT UNTIL WS-EOF
               PERFORM 2300-CLOSE-CURRENT
               IF WS-IN-COUNT (WS-IN-IDX) > ZERO
                   MOVE "R" TO WS-IN-STATE (WS-IN-IDX)
               ELSE
                   MOVE "E" TO WS-IN-STATE (WS-IN-IDX)
               END-IF
           END-IF
           PERFORM 2900-WRITE-INPUT-LINE.

       2100-READ-CURRENT.
           EVALUATE WS-CURRENT-INPUT
               WHEN 1
                   READ INPUT1-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ INPUT2-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ INPUT3-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ INPUT4-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ RATE-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM 2150-KEEP-RATE
                   END-READ
               WHEN 6
                   READ STAMP-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM 2160-KEEP-STAMP
                   END-READ
               WHEN 7
                   READ CALENDAR-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM 2170-KEEP-CALENDAR
                   END-READ
               WHEN 8
                   READ MAP-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM 2180-KEEP-MAP
                   END-READ
           END-EVALUATE
           IF NOT WS-EOF
               ADD 1 TO WS-IN-COUNT (WS-IN-IDX)
           END-IF.

       2150-KEEP-RATE.
           IF WS-RATE-COUNT < 50
               ADD 1 TO WS-RATE-COUNT
               SET WS-RATE-IDX TO WS-RATE-COUNT
               MOVE RATE-CURRENCY-CODE TO WS-RATE-CCY (WS-RATE-IDX)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       2160-KEEP-STAMP.
           IF WS-IN-COUNT (WS-IN-IDX) = ZERO
               IF RS-STAMP-DATE IS NUMERIC
                   MOVE RS-STAMP-DATE TO WS-STAMP-DATE
               END-IF
               IF RS-RECORD-COUNT IS NUMERIC
                   MOVE RS-RECORD-COUNT TO WS-STAMP-COUNT
               END-IF
           END-IF.

       2170-KEEP-CALENDAR.
           IF CAL-DATE IS NUMERIC
               IF WS-CAL-COUNT < 400
                   ADD 1 TO WS-CAL-COUNT
                   SET WS-CAL-IDX TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-IDX)
                   MOVE CAL-BUSDAY-FLAG TO WS-CAL-BUSDAY (WS-CAL-IDX)
                   IF CAL-DATE > WS-CAL-LAST-DATE
                       MOVE CAL-DATE TO WS-CAL-LAST-DATE
                   END-IF
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       2180-KEEP-MAP.
           IF WS-MAP-COUNT < 100
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE AM-OP-CODE TO WS-MAP-OP-CODE (WS-MAP-IDX)
               MOVE AM-CURRENCY-CODE TO WS-MAP-CCY (WS-MAP-IDX)
               MOVE AM-DEBIT-ACCOUNT TO WS-MAP-DEBIT (WS-MAP-IDX)
               MOVE AM-CREDIT-ACCOUNT TO WS-MAP-CREDIT (WS-MAP-IDX)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       2200-OPEN-CURRENT.
           MOVE "N" TO WS-FILE-OPEN-SW
           EVALUATE WS-CURRENT-INPUT
               WHEN 1
                   OPEN INPUT INPUT1-FILE
               WHEN 2
                   OPEN INPUT INPUT2-FILE
               WHEN 3
                   OPEN INPUT INPUT3-FILE
               WHEN 4
                   OPEN INPUT INPUT4-FILE
               WHEN 5
                   OPEN INPUT RATE-FILE
               WHEN 6
                   OPEN INPUT STAMP-FILE
               WHEN 7
                   OPEN INPUT CALENDAR-FILE
               WHEN 8
                   OPEN INPUT MAP-FILE
           END-EVALUATE
           IF WS-INPUT-FILE-STATUS = "00"
               SET WS-FILE-OPEN TO TRUE
           END-IF.

       2300-CLOSE-CURRENT.
           EVALUATE WS-CURRENT-INPUT
               WHEN 1
                   CLOSE INPUT1-FILE
               WHEN 2
                   CLOSE INPUT2-FILE
               WHEN 3
                   CLOSE INPUT3-FILE
               WHEN 4
                   CLOSE INPUT4-FILE
               WHEN 5
                   CLOSE RATE-FILE
               WHEN 6
                   CLOSE STAMP-FILE
               WHEN 7
                   CLOSE CALENDAR-FILE
               WHEN 8
                   CLOSE MAP-FILE
           END-EVALUATE.

      ******************************************************************
      * AN INPUT THAT WILL NOT OPEN FAILS THE NIGHT WHETHER OR NOT IT
      * IS OPTIONAL - ITS DATASET WAS ALLOCATED, SO SOMETHING IS WRONG
      * WITH IT. A REQUIRED INPUT THAT IS EMPTY FAILS THE NIGHT; AN
      * OPTIONAL ONE IS REPORTED AS A WARNING.
      ******************************************************************
       2900-WRITE-INPUT-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-IN-DDNAME (WS-IN-IDX) TO REPORT-RECORD (1:8)
           IF WS-IN-READY (WS-IN-IDX)
               ADD 1 TO WS-READY-COUNT
               MOVE WS-IN-COUNT (WS-IN-IDX) TO WS-COUNT-ED
               STRING "READY     " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " RECORDS" DELIMITED BY SIZE
                   INTO REPORT-RECORD (11:40)
               END-STRING
           ELSE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               IF WS-IN-UNREADABLE (WS-IN-IDX)
                   MOVE "UNREADABLE" TO REPORT-RECORD (11:10)
                   STRING WS-IN-DDNAME (WS-IN-IDX) DELIMITED BY SPACE
                       " CANNOT BE OPENED, STATUS " DELIMITED BY SIZE
                       WS-INPUT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               ELSE
                   MOVE "EMPTY" TO REPORT-RECORD (11:5)
                   STRING WS-IN-DDNAME (WS-IN-IDX) DELIMITED BY SPACE
                       " IS EMPTY" DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               END-IF
               IF WS-IN-IS-REQUIRED (WS-IN-IDX)
                   OR WS-IN-UNREADABLE (WS-IN-IDX)
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "*** NOT READY ***" TO REPORT-RECORD (21:17)
                   MOVE "E" TO WS-AUDIT-SEVERITY
               ELSE
                   ADD 1 TO WS-WARN-COUNT
                   MOVE "(OPTIONAL TONIGHT)" TO REPORT-RECORD (21:18)
                   MOVE "W" TO WS-AUDIT-SEVERITY
               END-IF
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           WRITE REPORT-RECORD.

      ******************************************************************
      * THE STAMP MUST CARRY TONIGHT'S BUSINESS DATE, AND ITS RECORD
      * COUNT MUST EQUAL THE LIVE FILE'S - A STAMP PROMOTED WITHOUT
      * ITS MASTER, OR A MASTER RESTORED WITHOUT ITS STAMP, DOES NOT
      * PROVE A REFRESH.
      ******************************************************************
       3000-CHECK-RATE-REFRESH.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RATE FILE REFRESH" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF NOT WS-IN-READY (5) OR NOT WS-IN-READY (6)
               MOVE "NOT CHECKED - SOMARATE OR SOMARATV NOT READY"
                   TO REPORT-RECORD
               IF NOT WS-IN-IS-REQUIRED (5)
                   OR NOT WS-IN-IS-REQUIRED (6)
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           ELSE
               MOVE WS-STAMP-COUNT TO WS-COUNT-ED
               MOVE WS-IN-COUNT (5) TO WS-COUNT2-ED
               STRING "STAMP DATE " DELIMITED BY SIZE
                   WS-STAMP-DATE DELIMITED BY SIZE
                   "  STAMP RECORDS " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "  LIVE RECORDS " DELIMITED BY SIZE
                   WS-COUNT2-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               EVALUATE TRUE
                   WHEN WS-STAMP-DATE NOT = WS-RUN-DATE
                       ADD 1 TO WS-FAIL-COUNT
                       MOVE "*** NOT REFRESHED FOR THE BUSINESS DATE"
                           TO REPORT-RECORD
                       MOVE " ***" TO REPORT-RECORD (40:4)
                       MOVE "SOMARATE NOT REFRESHED FOR BUSINESS DATE"
                           TO WS-AUDIT-MESSAGE
                       MOVE "E" TO WS-AUDIT-SEVERITY
                       PERFORM 1900-WRITE-AUDIT-LOG
                   WHEN WS-STAMP-COUNT NOT = WS-IN-COUNT (5)
                       ADD 1 TO WS-FAIL-COUNT
                       MOVE "*** STAMP DOES NOT MATCH LIVE RATE FILE"
                           TO REPORT-RECORD
                       MOVE " ***" TO REPORT-RECORD (40:4)
                       MOVE "SOMARATV STAMP DOES NOT MATCH SOMARATE"
                           TO WS-AUDIT-MESSAGE
                       MOVE "E" TO WS-AUDIT-SEVERITY
                       PERFORM 1900-WRITE-AUDIT-LOG
                   WHEN OTHER
                       MOVE "READY" TO REPORT-RECORD
               END-EVALUATE
           END-IF
           WRITE REPORT-RECORD.

      ******************************************************************
      * WALK FORWARD FROM THE BUSINESS DATE ONE DAY AT A TIME UNTIL
      * THE REQUIRED NUMBER OF BUSINESS DAYS HAS PASSED. A DATE NOT ON
      * THE CALENDAR COUNTS AS A BUSINESS DAY, THE SAME RULE THE
      * DISPATCHER USES, SO THE DAY REACHED MUST STILL FALL ON OR
      * BEFORE THE CALENDAR'S LAST LOADED DATE - PAST IT, HOLIDAYS
      * AND WEEKENDS ARE NO LONGER KNOWN.
      ******************************************************************
       3100-CHECK-CALENDAR.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CALENDAR COVERAGE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF NOT WS-IN-READY (7)
               MOVE "NOT CHECKED - BUSCAL NOT READY" TO REPORT-RECORD
               IF NOT WS-IN-IS-REQUIRED (7)
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO WS-WALK-DATE
               MOVE ZERO TO WS-WALK-STEPS
               MOVE ZERO TO WS-BUSDAYS-FOUND
               PERFORM 3110-NEXT-DAY
                   UNTIL WS-BUSDAYS-FOUND >= WS-CAL-DAYS-AHEAD
                       OR WS-WALK-STEPS > 999
               MOVE WS-CAL-DAYS-AHEAD TO WS-DAYS-ED
               STRING "BUSINESS DAY " DELIMITED BY SIZE
                   WS-DAYS-ED DELIMITED BY SIZE
                   " AHEAD FALLS ON " DELIMITED BY SIZE
                   WS-WALK-DATE DELIMITED BY SIZE
                   "  CALENDAR ENDS " DELIMITED BY SIZE
                   WS-CAL-LAST-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               IF WS-WALK-DATE > WS-CAL-LAST-DATE
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "*** CALENDAR RUNS OUT - LOAD THE NEXT PERIOD"
                       TO REPORT-RECORD
                   MOVE " ***" TO REPORT-RECORD (45:4)
                   MOVE "BUSCAL DOES NOT COVER THE BUSINESS DAYS AHEAD"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               ELSE
                   MOVE "READY" TO REPORT-RECORD
               END-IF
           END-IF
           WRITE REPORT-RECORD.

       3110-NEXT-DAY.
           ADD 1 TO WS-WALK-STEPS
           PERFORM 3120-SET-MONTH-END
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
           END-IF
           MOVE "Y" TO WS-WALK-BUSDAY-SW
           PERFORM 3130-CHECK-CALENDAR-ENTRY
               VARYING WS-CAL-SCAN-IX FROM 1 BY 1
               UNTIL WS-CAL-SCAN-IX > WS-CAL-COUNT
           IF WS-WALK-IS-BUSDAY
               ADD 1 TO WS-BUSDAYS-FOUND
           END-IF.

      ******************************************************************
      * THE LAST DAY OF THE WALKED MONTH, LEAP FEBRUARY INCLUDED.
      ******************************************************************
       3120-SET-MONTH-END.
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

       3130-CHECK-CALENDAR-ENTRY.
           IF WS-CAL-DATE (WS-CAL-SCAN-IX) = WS-WALK-DATE
               MOVE WS-CAL-BUSDAY (WS-CAL-SCAN-IX)
                   TO WS-WALK-BUSDAY-SW
           END-IF.

      ******************************************************************
      * EVERY CURRENCY ON THE RATE FILE NEEDS A DEBIT AND A CREDIT
      * ACCOUNT FOR EVERY OPERATION SOMA POSTS, OR SOMAGLJ WILL DROP
      * ITS LINES FROM THE JOURNAL AN HOUR INTO THE NIGHT.
      ******************************************************************
       3200-CHECK-GL-MAPPING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "GL ACCOUNT MAPPING" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF NOT WS-IN-READY (5) OR NOT WS-IN-READY (8)
               MOVE "NOT CHECKED - SOMARATE OR GLACCMAP NOT READY"
                   TO REPORT-RECORD
               IF NOT WS-IN-IS-REQUIRED (5)
                   OR NOT WS-IN-IS-REQUIRED (8)
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           ELSE
               PERFORM 3210-CHECK-ONE-CURRENCY
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               MOVE WS-RATE-COUNT TO WS-COUNT-ED
               MOVE WS-GAP-COUNT TO WS-COUNT2-ED
               STRING "CURRENCIES CHECKED " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "  GAPS " DELIMITED BY SIZE
                   WS-COUNT2-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               IF WS-GAP-COUNT > ZERO
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "*** CURRENCIES WITHOUT GL ACCOUNTS ***"
                       TO REPORT-RECORD
                   MOVE "RATE CURRENCIES WITHOUT GLACCMAP ENTRIES"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
               ELSE
                   MOVE "READY" TO REPORT-RECORD
               END-IF
           END-IF
           WRITE REPORT-RECORD.

       3210-CHECK-ONE-CURRENCY.
           PERFORM 3220-CHECK-ONE-OPERATION
               VARYING WS-OP-IX FROM 1 BY 1
               UNTIL WS-OP-IX > 4.

       3220-CHECK-ONE-OPERATION.
           MOVE "N" TO WS-MAP-FOUND-SW
           PERFORM 3230-CHECK-MAP-ENTRY
               VARYING WS-MAP-IX FROM 1 BY 1
               UNTIL WS-MAP-IX > WS-MAP-COUNT OR WS-MAP-FOUND
           IF NOT WS-MAP-FOUND
               ADD 1 TO WS-GAP-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "NO GL ACCOUNTS FOR CCY " DELIMITED BY SIZE
                   WS-RATE-CCY (WS-RATE-IDX) DELIMITED BY SIZE
                   " OP " DELIMITED BY SIZE
                   WS-OP-CODE (WS-OP-IX) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       3230-CHECK-MAP-ENTRY.
           IF WS-MAP-OP-CODE (WS-MAP-IX) = WS-OP-CODE (WS-OP-IX)
               AND WS-MAP-CCY (WS-MAP-IX) = WS-RATE-CCY (WS-RATE-IDX)
               AND WS-MAP-DEBIT (WS-MAP-IX) NOT = SPACES
               AND WS-MAP-CREDIT (WS-MAP-IX) NOT = SPACES
               SET WS-MAP-FOUND TO TRUE
           END-IF.

       4000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TABLE-FULL
               ADD 1 TO WS-FAIL-COUNT
               MOVE "*** A CHECK TABLE FILLED - RESULTS INCOMPLETE ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "PRE-FLIGHT TABLE FULL, CHECKS INCOMPLETE"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           MOVE WS-FAIL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "FAILURES         : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-WARN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "WARNINGS         : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-FAIL-COUNT > ZERO
                   MOVE 8 TO WS-RUN-RC
                   MOVE "READINESS: *** NOT READY - HOLD THE CHAIN ***"
                       TO REPORT-RECORD
                   MOVE "NIGHTLY INPUTS NOT READY, CHAIN HELD"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
               WHEN WS-WARN-COUNT > ZERO
                   MOVE 4 TO WS-RUN-RC
                   MOVE "READINESS: READY WITH WARNINGS"
                       TO REPORT-RECORD
                   MOVE "NIGHTLY INPUTS READY WITH WARNINGS"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
               WHEN OTHER
                   MOVE "READINESS: READY" TO REPORT-RECORD
                   MOVE "NIGHTLY INPUTS READY" TO WS-AUDIT-MESSAGE
           END-EVALUATE
           WRITE REPORT-RECORD
           PERFORM 1900-WRITE-AUDIT-LOG.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "PREFLGHT: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "PREFLGHT" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-READY-COUNT TO COMPL-RECORDS-PROC
           MOVE WS-FAIL-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM PREFLGHT.
