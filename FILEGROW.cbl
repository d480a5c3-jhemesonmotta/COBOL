      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Nightly file growth sampler. Counts the records
      *              on every operational and master file the batch
      *              keeps - the audit log and its archive, the keyed
      *              posting history, the run, timing, completion and
      *              housekeeping histories, the repair and suspense
      *              forward files, the attestation and privileged-
      *              action registers, the reject and activity
      *              histories, the month-to-date ledger, the
      *              parameter file and the debtor, GL balance and
      *              cash masters - and appends one record per file
      *              to the growth history (GROWHIST) under the
      *              business date. The weekly forecast (GROWRPT)
      *              works each file's growth rate and capacity date
      *              out of that history. A file that cannot be
      *              opened or read to the end is recorded as such,
      *              raises a W-severity audit entry and ends the
      *              step with 4; the night is never held for it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEGROW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG-CNT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT AUDARCH-CNT-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT SOMAPKEY-CNT-FILE ASSIGN TO "SOMAPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT SOMAHIST-CNT-FILE ASSIGN TO "SOMAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT TIMELOG-CNT-FILE ASSIGN TO "TIMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT COMPLFIL-CNT-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT HSKPARCH-CNT-FILE ASSIGN TO "HSKPARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT SOMARFW-CNT-FILE ASSIGN TO "SOMARFW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT SOMASFW-CNT-FILE ASSIGN TO "SOMASFW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT ATTEST-CNT-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT PRIVLOG-CNT-FILE ASSIGN TO "PRIVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT SOMARJH-CNT-FILE ASSIGN TO "SOMARJH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT SOMAACTH-CNT-FILE ASSIGN TO "SOMAACTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT SOMAMTDL-CNT-FILE ASSIGN TO "SOMAMTDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT PARMFILE-CNT-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT DEBTMAST-CNT-FILE ASSIGN TO "DEBTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT GLBALM-CNT-FILE ASSIGN TO "GLBALM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT CASHHIST-CNT-FILE ASSIGN TO "CASHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT GROWTH-FILE ASSIGN TO "GROWHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROWTH-FILE-STATUS.
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

      ******************************************************************
      * ONLY THE RECORDS ARE COUNTED, SO EVERY SEQUENTIAL FILE IS READ
      * THROUGH ONE WIDE RECORD; THE KEYED POSTING HISTORY CARRIES ITS
      * OWN LAYOUT FOR ITS KEYS.
      ******************************************************************
       FD  AUDITLOG-CNT-FILE.
       01  AUDITLOG-CNT-RECORD     PIC X(400).

       FD  AUDARCH-CNT-FILE.
       01  AUDARCH-CNT-RECORD      PIC X(400).

       FD  SOMAPKEY-CNT-FILE.
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

       FD  SOMAHIST-CNT-FILE.
       01  SOMAHIST-CNT-RECORD     PIC X(400).

       FD  TIMELOG-CNT-FILE.
       01  TIMELOG-CNT-RECORD      PIC X(400).

       FD  COMPLFIL-CNT-FILE.
       01  COMPLFIL-CNT-RECORD     PIC X(400).

       FD  HSKPARCH-CNT-FILE.
       01  HSKPARCH-CNT-RECORD     PIC X(400).

       FD  SOMARFW-CNT-FILE.
       01  SOMARFW-CNT-RECORD      PIC X(400).

       FD  SOMASFW-CNT-FILE.
       01  SOMASFW-CNT-RECORD      PIC X(400).

       FD  ATTEST-CNT-FILE.
       01  ATTEST-CNT-RECORD       PIC X(400).

       FD  PRIVLOG-CNT-FILE.
       01  PRIVLOG-CNT-RECORD      PIC X(400).

       FD  SOMARJH-CNT-FILE.
       01  SOMARJH-CNT-RECORD      PIC X(400).

       FD  SOMAACTH-CNT-FILE.
       01  SOMAACTH-CNT-RECORD     PIC X(400).

       FD  SOMAMTDL-CNT-FILE.
       01  SOMAMTDL-CNT-RECORD     PIC X(400).

       FD  PARMFILE-CNT-FILE.
       01  PARMFILE-CNT-RECORD     PIC X(400).

       FD  DEBTMAST-CNT-FILE.
       01  DEBTMAST-CNT-RECORD     PIC X(400).

       FD  GLBALM-CNT-FILE.
       01  GLBALM-CNT-RECORD       PIC X(400).

       FD  CASHHIST-CNT-FILE.
       01  CASHHIST-CNT-RECORD     PIC X(400).

       FD  GROWTH-FILE.
       COPY GROWREC.

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC X(02).
           05  WS-GROWTH-FILE-STATUS   PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY       PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-FILE-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-FILE-OPEN               VALUE "Y".

      *    ONE ENTRY PER FILE SAMPLED, IN THE ORDER THE SELECTS ARE
      *    OPENED
       01  WS-GROWTH-TABLE.
           05  WS-GF-ENTRY OCCURS 18 TIMES
                   INDEXED BY WS-GF-IDX.
               10  WS-GF-DDNAME        PIC X(08).
               10  WS-GF-COUNT         PIC 9(09).
               10  WS-GF-STATE         PIC X(01).
                   88  WS-GF-COUNTED           VALUE "C".
                   88  WS-GF-MISSING           VALUE "M".
                   88  WS-GF-READ-ERROR        VALUE "E".
       01  WS-CURRENT-INPUT        PIC 9(02) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-COUNTED-FILES    PIC 9(03) VALUE ZERO.
           05  WS-FAILED-FILES     PIC 9(03) VALUE ZERO.
           05  WS-TOTAL-RECORDS    PIC 9(11) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.
           05  WS-FILES-ED         PIC ZZ9.
           05  WS-FAILED-ED        PIC ZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-FILE
               VARYING WS-GF-IDX FROM 1 BY 1
               UNTIL WS-GF-IDX > 18
           CLOSE GROWTH-FILE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 3000-LOG-FILE
               VARYING WS-GF-IDX FROM 1 BY 1
               UNTIL WS-GF-IDX > 18
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           MOVE "AUDITLOG" TO WS-GF-DDNAME (1)
           MOVE "AUDARCH" TO WS-GF-DDNAME (2)
           MOVE "SOMAPKEY" TO WS-GF-DDNAME (3)
           MOVE "SOMAHIST" TO WS-GF-DDNAME (4)
           MOVE "TIMELOG" TO WS-GF-DDNAME (5)
           MOVE "COMPLFIL" TO WS-GF-DDNAME (6)
           MOVE "HSKPARCH" TO WS-GF-DDNAME (7)
           MOVE "SOMARFW" TO WS-GF-DDNAME (8)
           MOVE "SOMASFW" TO WS-GF-DDNAME (9)
           MOVE "ATTEST" TO WS-GF-DDNAME (10)
           MOVE "PRIVLOG" TO WS-GF-DDNAME (11)
           MOVE "SOMARJH" TO WS-GF-DDNAME (12)
           MOVE "SOMAACTH" TO WS-GF-DDNAME (13)
           MOVE "SOMAMTDL" TO WS-GF-DDNAME (14)
           MOVE "PARMFILE" TO WS-GF-DDNAME (15)
           MOVE "DEBTMAST" TO WS-GF-DDNAME (16)
           MOVE "GLBALM" TO WS-GF-DDNAME (17)
           MOVE "CASHHIST" TO WS-GF-DDNAME (18)
           OPEN EXTEND GROWTH-FILE
           IF WS-GROWTH-FILE-STATUS NOT = "00"
               OPEN OUTPUT GROWTH-FILE
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

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "FILEGROW" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * COUNT ONE FILE TO ITS END AND RECORD THE COUNT. THE AUDIT LOG
      * AND THE COMPLETION FILE ARE AMONG THE FILES COUNTED, SO THIS
      * RUN'S OWN ENTRIES GO ON ONLY AFTER EVERY COUNT IS TAKEN. A
      * READ THAT FAILS PART WAY LEAVES THE PARTIAL COUNT, RECORDED
      * AS A READ ERROR SO THE FORECAST DOES NOT TRUST IT.
      ******************************************************************
       2000-COUNT-FILE.
           SET WS-CURRENT-INPUT TO WS-GF-IDX
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO TO WS-GF-COUNT (WS-GF-IDX)
           MOVE "M" TO WS-GF-STATE (WS-GF-IDX)
           PERFORM 2200-OPEN-CURRENT
           IF WS-FILE-OPEN
               MOVE "C" TO WS-GF-STATE (WS-GF-IDX)
               PERFORM 2100-READ-CURRENT UNTIL WS-EOF
               PERFORM 2300-CLOSE-CURRENT
           END-IF
           MOVE SPACES TO GROWTH-RECORD
           MOVE WS-RUN-DATE TO GR-RUN-DATE
           MOVE WS-GF-DDNAME (WS-GF-IDX) TO GR-DDNAME
           MOVE WS-GF-COUNT (WS-GF-IDX) TO GR-RECORD-COUNT
           MOVE WS-GF-STATE (WS-GF-IDX) TO GR-COUNT-STATE
           WRITE GROWTH-RECORD.

       2100-READ-CURRENT.
           EVALUATE WS-CURRENT-INPUT
               WHEN 1
                   READ AUDITLOG-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ AUDARCH-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ SOMAPKEY-CNT-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ SOMAHIST-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ TIMELOG-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ COMPLFIL-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 7
                   READ HSKPARCH-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 8
                   READ SOMARFW-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 9
                   READ SOMASFW-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 10
                   READ ATTEST-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 11
                   READ PRIVLOG-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 12
                   READ SOMARJH-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 13
                   READ SOMAACTH-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 14
                   READ SOMAMTDL-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 15
                   READ PARMFILE-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 16
                   READ DEBTMAST-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 17
                   READ GLBALM-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 18
                   READ CASHHIST-CNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
           END-EVALUATE
           IF NOT WS-EOF
               IF WS-INPUT-FILE-STATUS (1:1) = "0"
                   ADD 1 TO WS-GF-COUNT (WS-GF-IDX)
               ELSE
                   MOVE "E" TO WS-GF-STATE (WS-GF-IDX)
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       2200-OPEN-CURRENT.
           MOVE "N" TO WS-FILE-OPEN-SW
           EVALUATE WS-CURRENT-INPUT
               WHEN 1
                   OPEN INPUT AUDITLOG-CNT-FILE
               WHEN 2
                   OPEN INPUT AUDARCH-CNT-FILE
               WHEN 3
                   OPEN INPUT SOMAPKEY-CNT-FILE
               WHEN 4
                   OPEN INPUT SOMAHIST-CNT-FILE
               WHEN 5
                   OPEN INPUT TIMELOG-CNT-FILE
               WHEN 6
                   OPEN INPUT COMPLFIL-CNT-FILE
               WHEN 7
                   OPEN INPUT HSKPARCH-CNT-FILE
               WHEN 8
                   OPEN INPUT SOMARFW-CNT-FILE
               WHEN 9
                   OPEN INPUT SOMASFW-CNT-FILE
               WHEN 10
                   OPEN INPUT ATTEST-CNT-FILE
               WHEN 11
                   OPEN INPUT PRIVLOG-CNT-FILE
               WHEN 12
                   OPEN INPUT SOMARJH-CNT-FILE
               WHEN 13
                   OPEN INPUT SOMAACTH-CNT-FILE
               WHEN 14
                   OPEN INPUT SOMAMTDL-CNT-FILE
               WHEN 15
                   OPEN INPUT PARMFILE-CNT-FILE
               WHEN 16
                   OPEN INPUT DEBTMAST-CNT-FILE
               WHEN 17
                   OPEN INPUT GLBALM-CNT-FILE
               WHEN 18
                   OPEN INPUT CASHHIST-CNT-FILE
           END-EVALUATE
           IF WS-INPUT-FILE-STATUS = "00"
               SET WS-FILE-OPEN TO TRUE
           END-IF.

       2300-CLOSE-CURRENT.
           EVALUATE WS-CURRENT-INPUT
               WHEN 1
                   CLOSE AUDITLOG-CNT-FILE
               WHEN 2
                   CLOSE AUDARCH-CNT-FILE
               WHEN 3
                   CLOSE SOMAPKEY-CNT-FILE
               WHEN 4
                   CLOSE SOMAHIST-CNT-FILE
               WHEN 5
                   CLOSE TIMELOG-CNT-FILE
               WHEN 6
                   CLOSE COMPLFIL-CNT-FILE
               WHEN 7
                   CLOSE HSKPARCH-CNT-FILE
               WHEN 8
                   CLOSE SOMARFW-CNT-FILE
               WHEN 9
                   CLOSE SOMASFW-CNT-FILE
               WHEN 10
                   CLOSE ATTEST-CNT-FILE
               WHEN 11
                   CLOSE PRIVLOG-CNT-FILE
               WHEN 12
                   CLOSE SOMARJH-CNT-FILE
               WHEN 13
                   CLOSE SOMAACTH-CNT-FILE
               WHEN 14
                   CLOSE SOMAMTDL-CNT-FILE
               WHEN 15
                   CLOSE PARMFILE-CNT-FILE
               WHEN 16
                   CLOSE DEBTMAST-CNT-FILE
               WHEN 17
                   CLOSE GLBALM-CNT-FILE
               WHEN 18
                   CLOSE CASHHIST-CNT-FILE
           END-EVALUATE.

      ******************************************************************
      * EVERY COUNT GOES TO THE JOB LOG; A FILE THAT COULD NOT BE
      * COUNTED ALSO GOES TO THE AUDIT LOG AS A WARNING, SINCE ITS GAP
      * IN THE HISTORY WEAKENS THE WEEK'S FORECAST FOR IT.
      ******************************************************************
       3000-LOG-FILE.
           MOVE WS-GF-COUNT (WS-GF-IDX) TO WS-COUNT-ED
           EVALUATE TRUE
               WHEN WS-GF-COUNTED (WS-GF-IDX)
                   ADD 1 TO WS-COUNTED-FILES
                   ADD WS-GF-COUNT (WS-GF-IDX) TO WS-TOTAL-RECORDS
                   DISPLAY "FILEGROW: " WS-GF-DDNAME (WS-GF-IDX)
                       " " WS-COUNT-ED " RECORDS"
               WHEN WS-GF-MISSING (WS-GF-IDX)
                   ADD 1 TO WS-FAILED-FILES
                   DISPLAY "FILEGROW: " WS-GF-DDNAME (WS-GF-IDX)
                       " COULD NOT BE OPENED"
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING WS-GF-DDNAME (WS-GF-IDX) DELIMITED BY SPACE
                       " COULD NOT BE OPENED, NOT COUNTED"
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   ADD 1 TO WS-FAILED-FILES
                   DISPLAY "FILEGROW: " WS-GF-DDNAME (WS-GF-IDX)
                       " READ FAILED AFTER " WS-COUNT-ED " RECORDS"
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING WS-GF-DDNAME (WS-GF-IDX) DELIMITED BY SPACE
                       " READ FAILED, COUNT INCOMPLETE"
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 4 TO WS-RUN-RC
           END-EVALUATE.

       4000-WRITE-SUMMARY.
           MOVE WS-COUNTED-FILES TO WS-FILES-ED
           MOVE WS-FAILED-FILES TO WS-FAILED-ED
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "FILE GROWTH SAMPLED: " DELIMITED BY SIZE
               WS-FILES-ED DELIMITED BY SIZE
               " FILES COUNTED, " DELIMITED BY SIZE
               WS-FAILED-ED DELIMITED BY SIZE
               " NOT" DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

       9000-FINISH.
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "FILEGROW: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "FILEGROW" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-COUNTED-FILES TO COMPL-RECORDS-PROC
           MOVE WS-FAILED-FILES TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM FILEGROW.
