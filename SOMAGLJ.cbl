      *              before release - a disagreement, or a detail
      *              with no account mapping, ends the run nonzero
      *              so the ledger never consumes a short feed.
      *              Every journal line carries the posting cycle of
      *              the extract it came from, so the ledger can tell
      *              the cycles of one business date apart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  JL-AMOUNT           PIC S9(9)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  JL-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  JL-CYCLE            PIC 9(01).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-POST-CYCLE           PIC 9(01) VALUE 1.
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

               10  WS-MAP-CREDIT   PIC X(08).

       01  WS-MAP-MATCH-IX         PIC 9(03) VALUE ZERO.
       01  WS-MAP-LOOKUP-OP        PIC X(03).
       01  WS-MAP-IX               PIC 9(03) VALUE ZERO.

       01  WS-COUNTERS.
               WHEN EX-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE EX-TRL-TOTAL TO WS-TRAILER-TOTAL
                   IF EX-CYCLE IS NUMERIC AND EX-CYCLE > ZERO
                       MOVE EX-CYCLE TO WS-POST-CYCLE
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-EXTRACT.

      * ACCOUNTS THE MAPPING MASTER NAMES FOR THE OPERATION AND
      * CURRENCY. AN UNMAPPED COMBINATION IS REPORTED AND COUNTED -
      * NOTHING UNMAPPED SNEAKS INTO THE LEDGER UNDER A DEFAULT.
      * A REVERSAL JOURNALS ON THE ACCOUNTS OF THE OPERATION IT BACKS
      * OUT, AT ITS NEGATIVE BASE AMOUNT, SO IT NETS THE ORIGINAL
      * LINES TO ZERO ON THE SAME ACCOUNTS.
      ******************************************************************
       2200-JOURNAL-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           IF EX-CYCLE IS NUMERIC AND EX-CYCLE > ZERO
               MOVE EX-CYCLE TO WS-POST-CYCLE
           END-IF
           IF EX-OP-CODE = "REV"
               MOVE EX-ORIG-OP-CODE TO WS-MAP-LOOKUP-OP
           ELSE
               MOVE EX-OP-CODE TO WS-MAP-LOOKUP-OP
           END-IF
           PERFORM 2300-FIND-MAP-ENTRY
           IF NOT WS-MAP-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "NO ACCOUNT MAPPING FOR OP " DELIMITED BY SIZE
                   WS-MAP-LOOKUP-OP DELIMITED BY SIZE
                   " CCY " DELIMITED BY SIZE
                   EX-CURRENCY-CODE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               MOVE "D" TO JL-DR-CR
               MOVE EX-BASE-RESULT TO JL-AMOUNT
               MOVE EX-CURRENCY-CODE TO JL-CURRENCY-CODE
               MOVE WS-POST-CYCLE TO JL-CYCLE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-LINE-COUNT
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "C" TO JL-DR-CR
               MOVE EX-BASE-RESULT TO JL-AMOUNT
               MOVE EX-CURRENCY-CODE TO JL-CURRENCY-CODE
               MOVE WS-POST-CYCLE TO JL-CYCLE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-LINE-COUNT
               ADD EX-BASE-RESULT TO WS-JOURNAL-TOTAL
               UNTIL WS-MAP-IX > WS-MAP-COUNT OR WS-MAP-FOUND.

       2310-CHECK-MAP-ENTRY.
           IF WS-MAP-OP-CODE (WS-MAP-IX) = WS-MAP-LOOKUP-OP
               AND WS-MAP-CCY (WS-MAP-IX) = EX-CURRENCY-CODE
               SET WS-MAP-FOUND TO TRUE
               MOVE WS-MAP-IX TO WS-MAP-MATCH-IX
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-POST-CYCLE TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "POSTING CYCLE    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-RUN-RC = ZERO
               MOVE "JOURNAL STATUS: PROVED AND RELEASED"
