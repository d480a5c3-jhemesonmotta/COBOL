      *              reason, a reconciliation line proves records-in
      *              plus adds minus deletes equals records-out, and
      *              the refreshed master is written for the next run.
      *              Every applied change is also appended to the
      *              rate history, dated with the business date, so
      *              a back-valued posting can be converted at the
      *              factor that applied on its value date.
      *              Each run also writes a refresh stamp beside the
      *              new master - the business date and time it was
      *              built and its record count - which is promoted
      *              with the master, so the pre-flight check can
      *              prove the live rate file was refreshed for the
      *              night it is about to post.
      *              Inside a change freeze that covers SOMARATE on
      *              the freeze calendar, every change - keyed or
      *              from the feed - is rejected with the freeze named,
      *              unless an emergency override card for the day
      *              carries an approver; either way the change goes
      *              on the audit log and the freeze-exception
      *              register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT NEWMASTER-FILE ASSIGN TO "SOMARATN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEWSTAMP-FILE ASSIGN TO "SOMARTVN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "RATECHGR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-FILE ASSIGN TO "RATEERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "SOMARHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER              PIC X(01).
           05  NEWMASTER-FACTOR    PIC 9(3)V9(6).

      ******************************************************************
      * THE REFRESH STAMP TRAVELS WITH THE NEW MASTER: THE RECORD
      * COUNT TIES THE STAMP TO THE GENERATION IT WAS WRITTEN FOR.
      ******************************************************************
       FD  NEWSTAMP-FILE.
       01  NEWSTAMP-RECORD.
           05  NS-STAMP-DATE       PIC 9(06).
           05  FILLER              PIC X(01).
           05  NS-STAMP-TIME       PIC 9(08).
           05  FILLER              PIC X(01).
           05  NS-RECORD-COUNT     PIC 9(07).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD         PIC X(80).

       FD  ERROR-FILE.
       01  ERROR-RECORD            PIC X(80).

      ******************************************************************
      * ONE HISTORY RECORD PER APPLIED CHANGE: THE OLD FACTOR IS THE
      * ONE THAT APPLIED TO EVERY VALUE DATE BEFORE THE EFFECTIVE
      * DATE (ZERO WHEN THE CURRENCY WAS NOT ON FILE BEFORE AN ADD).
      ******************************************************************
       FD  HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           05  RH-CURRENCY-CODE    PIC X(03).
           05  RH-EFF-DATE         PIC 9(06).
           05  RH-OLD-FACTOR       PIC 9(3)V9(6).
           05  RH-NEW-FACTOR       PIC 9(3)V9(6).
           05  RH-ACTION           PIC X(01).

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-TRANS-FILE-STATUS    PIC X(02).
           05  WS-FEED-FILE-STATUS     PIC X(02).
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EDIT-OK                      VALUE "Y".
           05  WS-TOL-FLAG-SW          PIC X(01) VALUE "N".
               88  WS-TOL-EXCEEDED                 VALUE "Y".
           05  WS-FREEZE-REFUSED-SW    PIC X(01) VALUE "N".
               88  WS-FREEZE-REFUSED               VALUE "Y".

       01  WS-AUDIT-MESSAGE            PIC X(60).
       01  WS-AUDIT-SEVERITY           PIC X(01) VALUE "I".

       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-TOLERANCE-PCT            PIC 9(03) VALUE 20.
       01  WS-REJECT-TEXT              PIC X(30).
       01  WS-RUN-RC                   PIC 9(02) VALUE ZERO.

       COPY FRZPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-READ-PARM
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT ERROR-FILE
           WRITE REGISTER-RECORD
           MOVE "RATE MAINTENANCE REJECTS" TO ERROR-RECORD
           WRITE ERROR-RECORD
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM 1500-LOAD-MASTER.


           END-IF
           PERFORM 1510-READ-MASTER-REC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "RATEMAIN" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-APPLY-TRANSACTIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
           END-IF.

       2600-APPLY-ONE-CHANGE.
           PERFORM 2650-CHECK-FREEZE
           IF WS-FREEZE-REFUSED
               MOVE SPACES TO WS-REJECT-TEXT
               STRING "IN CHANGE FREEZE " DELIMITED BY SIZE
                   FZK-FREEZE-ID DELIMITED BY SIZE
                   INTO WS-REJECT-TEXT
               END-STRING
               PERFORM 2400-WRITE-REJECT
           ELSE
               PERFORM 2610-APPLY-UNFROZEN-CHANGE
           END-IF.

       2610-APPLY-UNFROZEN-CHANGE.
           PERFORM 2100-FIND-RATE-ENTRY
           EVALUATE TRUE
               WHEN WS-APPLY-ADD
                       PERFORM 2950-SET-BEFORE-IMAGE
                       MOVE "(DELETED)" TO WS-AFTER-IMAGE
                       PERFORM 2900-WRITE-REGISTER-LINE
                       MOVE ZERO TO WS-APPLY-FACTOR
                       PERFORM 2960-WRITE-RATE-HISTORY
                   ELSE
                       MOVE "DELETE TARGET NOT FOUND"
                           TO WS-REJECT-TEXT
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * A CHANGE INSIDE A CHANGE FREEZE ON SOMARATE GOES ON THE
      * FREEZE-EXCEPTION REGISTER AND THE AUDIT LOG EITHER WAY: AS
      * REFUSED, OR AS OVERRIDDEN WHEN TODAY'S EMERGENCY OVERRIDE
      * CARD NAMES AN APPROVER - AND THEN THE CHANGE GOES AHEAD.
      * WITH NO FREEZE CALENDAR AT ALL NOTHING IS FROZEN, BUT EACH
      * CHECK LEAVES A WARNING ON THE AUDIT LOG AND RC 4.
      ******************************************************************
       2650-CHECK-FREEZE.
           MOVE "N" TO WS-FREEZE-REFUSED-SW
           MOVE "C" TO FZK-FUNCTION
           MOVE "RATEMAIN" TO FZK-PROGRAM-ID
           MOVE "SOMARATE" TO FZK-MASTER-DD
           MOVE WS-RUN-DATE TO FZK-RUN-DATE
           CALL "FRZCHK" USING FREEZE-CHECK-PARMS
           IF FZK-NO-CALENDAR
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "NO FREEZE CALENDAR (FREEZCAL), "
                       DELIMITED BY SIZE
                   FZK-MASTER-DD DELIMITED BY SPACE
                   " NOT FREEZE-CHECKED" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           IF FZK-FROZEN
               MOVE WS-APPLY-FACTOR TO WS-FACTOR-ED
               MOVE SPACES TO FZK-CHANGE
               STRING WS-APPLY-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APPLY-CCY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FACTOR-ED DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-APPLY-SOURCE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO FZK-CHANGE
               END-STRING
               MOVE "L" TO FZK-FUNCTION
               CALL "FRZCHK" USING FREEZE-CHECK-PARMS
               MOVE SPACES TO WS-AUDIT-MESSAGE
               IF FZK-OVERRIDDEN
                   STRING "FREEZE " DELIMITED BY SIZE
                       FZK-FREEZE-ID DELIMITED BY SIZE
                       " OVERRIDDEN BY " DELIMITED BY SIZE
                       FZK-APPROVER-ID DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FZK-CHANGE DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               ELSE
                   SET WS-FREEZE-REFUSED TO TRUE
                   STRING "FREEZE " DELIMITED BY SIZE
                       FZK-FREEZE-ID DELIMITED BY SIZE
                       " REFUSED: " DELIMITED BY SIZE
                       FZK-CHANGE DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               END-IF
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       2700-ADD-RATE-ENTRY.
           IF WS-RATE-COUNT < 50
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-APPLY-FACTOR TO WS-FACTOR-ED
               MOVE WS-FACTOR-ED TO WS-AFTER-IMAGE
               PERFORM 2900-WRITE-REGISTER-LINE
               MOVE ZERO TO WS-OLD-FACTOR
               PERFORM 2960-WRITE-RATE-HISTORY
           ELSE
               MOVE "RATE TABLE FULL" TO WS-REJECT-TEXT
               PERFORM 2400-WRITE-REJECT
           MOVE WS-APPLY-FACTOR TO WS-FACTOR-ED
           MOVE WS-FACTOR-ED TO WS-AFTER-IMAGE
           PERFORM 2900-WRITE-REGISTER-LINE
           PERFORM 2960-WRITE-RATE-HISTORY
           IF WS-TOL-EXCEEDED
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE SPACES TO REGISTER-RECORD
           MOVE WS-OLD-FACTOR TO WS-FACTOR-ED
           MOVE WS-FACTOR-ED TO WS-BEFORE-IMAGE.

       2960-WRITE-RATE-HISTORY.
           MOVE SPACES TO RATE-HISTORY-RECORD
           MOVE WS-APPLY-CCY TO RH-CURRENCY-CODE
           MOVE WS-RUN-DATE TO RH-EFF-DATE
           MOVE WS-OLD-FACTOR TO RH-OLD-FACTOR
           MOVE WS-APPLY-FACTOR TO RH-NEW-FACTOR
           MOVE WS-APPLY-CODE TO RH-ACTION
           WRITE RATE-HISTORY-RECORD.

       3000-WRITE-NEW-MASTER.
           OPEN OUTPUT NEWMASTER-FILE
           PERFORM 3010-WRITE-MASTER-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
           CLOSE NEWMASTER-FILE
           PERFORM 3050-WRITE-REFRESH-STAMP.

       3010-WRITE-MASTER-ENTRY.
           IF WS-TABLE-ACTIVE (WS-RATE-IDX)
               WRITE NEWMASTER-RECORD
           END-IF.

       3050-WRITE-REFRESH-STAMP.
           OPEN OUTPUT NEWSTAMP-FILE
           MOVE SPACES TO NEWSTAMP-RECORD
           MOVE WS-RUN-DATE TO NS-STAMP-DATE
           ACCEPT NS-STAMP-TIME FROM TIME
           MOVE WS-MASTER-OUT-COUNT TO NS-RECORD-COUNT
           WRITE NEWSTAMP-RECORD
           CLOSE NEWSTAMP-FILE.

      ******************************************************************
      * RECORDS IN PLUS ADDS MINUS DELETES MUST EQUAL RECORDS OUT ON
      * THE NEW MASTER; A FAILED BALANCE ENDS THE RUN NONZERO.
           WRITE ERROR-RECORD
           CLOSE REGISTER-FILE
           CLOSE ERROR-FILE
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC = ZERO AND WS-REJECT-COUNT > ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
