      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Batch inquiry against the keyed factorial and
      *              combination cluster. Reads a request file of
      *              function codes (F factorial, C combination,
      *              P permutation) and arguments, does keyed READs
      *              on the FATKEY cluster SAMPLE loads, and writes
      *              one response per request carrying the value or
      *              a NOT-FOUND status, with a hit/miss summary at
      *              the end, so one value no longer means scanning
      *              FATOUT. Values past eighteen digits answer from
      *              the record's long-value field in full; the short
      *              field caps at all nines on those, so the long
      *              length says which field to trust.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "FATREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESPONSE-FILE ASSIGN TO "FATRSP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAT-KEYED-FILE ASSIGN TO "FATKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FATK-RECORD-KEY
               FILE STATUS IS WS-KEYED-FILE-STATUS.
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

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  REQ-FUNCTION        PIC X(01).
               88  REQ-VALID-FUNCTION      VALUES "F" "C" "P".
               88  REQ-FACTORIAL           VALUE "F".
           05  FILLER              PIC X(01).
           05  REQ-ARG-N           PIC 9(02).
           05  FILLER              PIC X(01).
           05  REQ-ARG-R           PIC 9(02).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05  RSP-FUNCTION        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RSP-ARG-N           PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RSP-ARG-R           PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RSP-STATUS          PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RSP-SHORT-VALUE     PIC 9(18).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RSP-LONG-LENGTH     PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RSP-LONG-VALUE      PIC X(200).

       FD  FAT-KEYED-FILE.
       01  FATK-RECORD.
           05  FATK-RECORD-KEY.
               10  FATK-FUNCTION       PIC X(01).
               10  FATK-ARG-N          PIC 9(02).
               10  FATK-ARG-R          PIC 9(02).
           05  FATK-SHORT-VALUE    PIC 9(18).
           05  FATK-LONG-LENGTH    PIC 9(03).
           05  FATK-LONG-VALUE     PIC X(200).

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-KEYED-FILE-STATUS PIC X(02).
           05  WS-AUDIT-FILE-STATUS PIC X(02).

       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".

       01  WS-COUNTERS.
           05  WS-REQUEST-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-HIT-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-MISS-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-BAD-REQ-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-RC = ZERO
               PERFORM 2000-PROCESS-REQUEST UNTIL WS-EOF
               PERFORM 3000-WRITE-SUMMARY
           END-IF
           PERFORM 9000-FINISH
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN INPUT FAT-KEYED-FILE
           IF WS-KEYED-FILE-STATUS NOT = "00"
               DISPLAY "FATINQ: CANNOT OPEN FATKEY, STATUS "
                   WS-KEYED-FILE-STATUS
               MOVE "CANNOT OPEN FATKEY CLUSTER" TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN INPUT REQUEST-FILE
               OPEN OUTPUT RESPONSE-FILE
               PERFORM 2100-READ-REQUEST
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
           MOVE "FATINQ" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * A FACTORIAL TAKES ONE ARGUMENT: ITS R IS BLANK OR ZERO ON THE
      * REQUEST AND ALWAYS ZERO IN THE KEY.
      ******************************************************************
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           IF REQ-FACTORIAL AND REQUEST-RECORD (6:2) = SPACES
               MOVE ZERO TO REQ-ARG-R
           END-IF
           IF NOT REQ-VALID-FUNCTION
               OR REQ-ARG-N IS NOT NUMERIC
               OR REQ-ARG-R IS NOT NUMERIC
               OR (REQ-FACTORIAL AND REQ-ARG-R NOT = ZERO)
               ADD 1 TO WS-BAD-REQ-COUNT
               MOVE SPACES TO RESPONSE-RECORD
               MOVE REQ-FUNCTION TO RSP-FUNCTION
               MOVE ZERO TO RSP-ARG-N
               MOVE ZERO TO RSP-ARG-R
               MOVE "BAD-REQ" TO RSP-STATUS
               MOVE ZERO TO RSP-SHORT-VALUE
               MOVE ZERO TO RSP-LONG-LENGTH
               WRITE RESPONSE-RECORD
           ELSE
               PERFORM 2200-LOOKUP-VALUE
           END-IF
           PERFORM 2100-READ-REQUEST.

       2100-READ-REQUEST.
           READ REQUEST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2200-LOOKUP-VALUE.
           MOVE REQ-FUNCTION TO FATK-FUNCTION
           MOVE REQ-ARG-N TO FATK-ARG-N
           MOVE REQ-ARG-R TO FATK-ARG-R
           READ FAT-KEYED-FILE
               INVALID KEY
                   ADD 1 TO WS-MISS-COUNT
                   MOVE SPACES TO RESPONSE-RECORD
                   MOVE REQ-FUNCTION TO RSP-FUNCTION
                   MOVE REQ-ARG-N TO RSP-ARG-N
                   MOVE REQ-ARG-R TO RSP-ARG-R
                   MOVE "NOT-FOUND" TO RSP-STATUS
                   MOVE ZERO TO RSP-SHORT-VALUE
                   MOVE ZERO TO RSP-LONG-LENGTH
               NOT INVALID KEY
                   ADD 1 TO WS-HIT-COUNT
                   MOVE SPACES TO RESPONSE-RECORD
                   MOVE FATK-FUNCTION TO RSP-FUNCTION
                   MOVE FATK-ARG-N TO RSP-ARG-N
                   MOVE FATK-ARG-R TO RSP-ARG-R
                   MOVE "FOUND" TO RSP-STATUS
                   MOVE FATK-SHORT-VALUE TO RSP-SHORT-VALUE
                   IF FATK-LONG-LENGTH IS NUMERIC
                       MOVE FATK-LONG-LENGTH TO RSP-LONG-LENGTH
                       MOVE FATK-LONG-VALUE TO RSP-LONG-VALUE
                   ELSE
                       MOVE ZERO TO RSP-LONG-LENGTH
                   END-IF
           END-READ
           WRITE RESPONSE-RECORD.

       3000-WRITE-SUMMARY.
           MOVE WS-HIT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - HITS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE WS-MISS-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - MISSES: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE WS-BAD-REQ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RESPONSE-RECORD
           STRING "SUMMARY - BAD REQUESTS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-REQUEST-COUNT TO WS-COUNT-ED
           STRING "INQUIRY COMPLETE - REQUESTS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           CLOSE FAT-KEYED-FILE.

       9000-FINISH.
           CLOSE AUDIT-FILE.

       END PROGRAM FATINQ.
