      *              run date falls outside the parameterized
      *              retention window are deleted on the same pass.
      *              A load report shows records loaded, duplicates
      *              refused and entries purged. The key carries
      *              the posting cycle from the extract, since each
      *              cycle of a business date numbers from one.
      *              An entry an active legal hold covers (LEGHCHK)
      *              is never purged, whatever its age; the report
      *              shows how many each hold kept back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SOMAHARP"
               ORGANIZATION IS LINE SEQUENTIAL.
               10  EX-BATCH-NO         PIC 9(04).
               10  EX-BASE-RESULT      PIC S9(9)V99.
               10  EX-TRACE-ID         PIC 9(13).
               10  EX-ORIG-OP-CODE     PIC X(03).
               10  EX-VALUE-DATE       PIC 9(06).
           05  EX-TRAILER-DATA REDEFINES EX-DETAIL-DATA.
               10  EX-TRL-COUNT        PIC 9(07).
               10  EX-TRL-TOTAL        PIC S9(9)V99.
               10  FILLER              PIC X(59).
           05  EX-CYCLE            PIC 9(01).

       FD  HIST-KEYED-FILE.
       01  PH-RECORD.
           05  PH-RECORD-KEY.
               10  PH-RUN-DATE         PIC 9(06).
               10  PH-CYCLE            PIC 9(01).
               10  PH-SEQUENCE         PIC 9(07).
           05  PH-BATCH-NO         PIC 9(04).
           05  PH-NUM1             PIC S9(7)V99.
           05  PH-OP-CODE          PIC X(03).
           05  PH-CURRENCY-CODE    PIC X(03).
           05  PH-TRACE-ID         PIC 9(13).
           05  PH-BASE-RESULT      PIC S9(9)V99.
           05  PH-ORIG-OP-CODE     PIC X(03).
           05  PH-REVERSED-SW      PIC X(01).
               88  PH-REVERSED             VALUE "Y".
           05  PH-REVERSED-DATE    PIC 9(06).
           05  PH-REVERSED-CYCLE   PIC 9(01).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       01  WS-RETENTION-DAYS       PIC 9(03) VALUE 30.
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-LOAD-CYCLE           PIC 9(01) VALUE 1.
       01  WS-TODAY-DAYS           PIC 9(07) VALUE ZERO.
       01  WS-ENTRY-DAYS           PIC 9(07) VALUE ZERO.
       01  WS-CUTOFF-DAYS          PIC S9(07) VALUE ZERO.
               10  WS-DW-MM        PIC 9(02).
               10  WS-DW-DD        PIC 9(02).

       COPY LEGHPARM.

       01  WS-COUNTERS.
           05  WS-LOADED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-DUP-COUNT        PIC 9(07) VALUE ZERO.
           COMPUTE WS-CUTOFF-DAYS =
               WS-TODAY-DAYS - WS-RETENTION-DAYS
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1600-LOAD-LEGAL-HOLDS
           OPEN OUTPUT REPORT-FILE
           PERFORM 1700-OPEN-HISTORY-CLUSTER
           IF WS-RUN-RC = ZERO
               CLOSE BUSDATE-FILE
           END-IF.

      ******************************************************************
      * EVERY ACTIVE LEGAL HOLD IS LOADED (LEGHCHK) BEFORE ANYTHING
      * IS TRIMMED. IF A HOLD COULD NOT BE LOADED EVERY RECORD IS
      * TREATED AS HELD FOR THE NIGHT - NOTHING MAY GO BECAUSE ITS
      * HOLD WAS NOT LOADED.
      ******************************************************************
       1600-LOAD-LEGAL-HOLDS.
           MOVE "L" TO LHK-FUNCTION
           CALL "LEGHCHK" USING LEGAL-HOLD-PARMS
           IF LHK-PROTECT-ALL
               DISPLAY "SOMAHARC: LEGAL HOLDS NOT ALL LOADED, "
                   "NO DATED RECORD TRIMMED"
               MOVE "LEGAL HOLDS NOT LOADED - NO DATED RECORD TRIMMED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * THE CLUSTER PERSISTS ACROSS RUNS; THE FIRST RUN EVER CREATES
      * IT, EVERY LATER RUN OPENS IT FOR UPDATE.
           IF EX-IS-DETAIL
               MOVE SPACES TO PH-RECORD
               MOVE WS-RUN-DATE TO PH-RUN-DATE
               IF EX-CYCLE IS NUMERIC AND EX-CYCLE > ZERO
                   MOVE EX-CYCLE TO WS-LOAD-CYCLE
               END-IF
               MOVE WS-LOAD-CYCLE TO PH-CYCLE
               MOVE EX-SEQUENCE TO PH-SEQUENCE
               MOVE EX-BATCH-NO TO PH-BATCH-NO
               MOVE EX-NUM1 TO PH-NUM1
               MOVE EX-OP-CODE TO PH-OP-CODE
               MOVE EX-CURRENCY-CODE TO PH-CURRENCY-CODE
               MOVE EX-TRACE-ID TO PH-TRACE-ID
               MOVE EX-BASE-RESULT TO PH-BASE-RESULT
               MOVE EX-ORIG-OP-CODE TO PH-ORIG-OP-CODE
               MOVE "N" TO PH-REVERSED-SW
               MOVE ZERO TO PH-REVERSED-DATE
               MOVE ZERO TO PH-REVERSED-CYCLE
               WRITE PH-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT

      ******************************************************************
      * ONE SEQUENTIAL WALK OF THE CLUSTER DELETES EVERY ENTRY WHOSE
      * RUN DATE HAS AGED PAST THE RETENTION WINDOW, UNLESS A LEGAL
      * HOLD COVERS IT. THE POSTING CARRIES ITS TRACE ID BUT NOT ITS
      * ORIGINATOR.
      ******************************************************************
       3000-PURGE-OLD-ENTRIES.
           MOVE LOW-VALUES TO PH-RECORD-KEY
           MOVE PH-RUN-DATE TO WS-DW-DATE
           PERFORM 1500-DATE-TO-DAYS
           IF WS-ENTRY-DAYS < WS-CUTOFF-DAYS
               MOVE "C" TO LHK-FUNCTION
               MOVE PH-RUN-DATE TO LHK-REC-DATE
               MOVE SPACES TO LHK-REC-ORIGINATOR
               IF PH-TRACE-ID IS NUMERIC AND PH-TRACE-ID > ZERO
                   MOVE PH-TRACE-ID TO LHK-REC-TRACE-ID
               ELSE
                   MOVE SPACES TO LHK-REC-TRACE-ID
               END-IF
               CALL "LEGHCHK" USING LEGAL-HOLD-PARMS
               IF NOT LHK-COVERED
                   DELETE HIST-KEYED-FILE
                       NOT INVALID KEY
                           ADD 1 TO WS-PURGED-COUNT
                   END-DELETE
               END-IF
           END-IF
           PERFORM 3100-READ-NEXT-ENTRY.

               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-LOAD-CYCLE TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "POSTING CYCLE    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RETENTION-DAYS TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RETENTION DAYS   : " DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM 4100-WRITE-HOLD-LINES
           IF WS-DUP-COUNT > ZERO
               MOVE "DUPLICATE KEYS REFUSED ON HISTORY LOAD"
                   TO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

      ******************************************************************
      * WHAT EACH ACTIVE LEGAL HOLD KEPT BACK FROM THIS PURGE, AS
      * LEGHCHK LAYS IT OUT.
      ******************************************************************
       4100-WRITE-HOLD-LINES.
           MOVE "R" TO LHK-FUNCTION
           MOVE "NO DATED RECORD TRIMMED" TO LHK-PROTECT-EFFECT
           SET LHK-LINE-RETURNED TO TRUE
           PERFORM 4110-WRITE-ONE-HOLD-LINE
               VARYING LHK-LINE-NO FROM 1 BY 1
               UNTIL LHK-NO-MORE-LINES.

       4110-WRITE-ONE-HOLD-LINE.
           CALL "LEGHCHK" USING LEGAL-HOLD-PARMS
           IF LHK-LINE-RETURNED
               MOVE LHK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       9000-FINISH.
           IF WS-RUN-RC = ZERO
               CLOSE EXTRACT-FILE
