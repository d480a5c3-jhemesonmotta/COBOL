      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Report the drift between tonight's Fibonacci
      *              generation and the one planning is reading now.
      *              FIBCOMP only proves the side cluster (FIBOKEYN)
      *              against tonight's FIBOUT, so a mistyped seed
      *              passes it cleanly; this step walks FIBOKEYN
      *              against the live FIBOKEY generation in key
      *              order and reports every sequence id added or
      *              dropped, every term whose value changed and any
      *              change in a sequence's term count. A sequence
      *              may only drift when PARMFILE marks it as
      *              expected to change (FIBDRIFT SEQ-xxxx-DRIFT = 1);
      *              drift in any other sequence ends the run with
      *              return code 8 so the name swap does not run and
      *              the live generation stays in place. Expected
      *              drift alone ends with 4, a clean night with 0.
      *              With no live generation on file (the first
      *              load) there is nothing to compare and the run
      *              ends with 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBDRIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-KEYED-FILE ASSIGN TO "FIBOLIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIBOL-RECORD-KEY
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT NEW-KEYED-FILE ASSIGN TO "FIBOKEYN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIBON-RECORD-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ATTEST-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT DRIFT-FILE ASSIGN TO "FIBDRFTR"
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

       FD  LIVE-KEYED-FILE.
       01  FIBOL-RECORD.
           05  FIBOL-RECORD-KEY.
               10  FIBOL-SEQUENCE-ID   PIC X(04).
               10  FIBOL-TERM-INDEX    PIC 9(04).
           05  FIBOL-TERM-VALUE    PIC 9(09).
           05  FIBOL-LONG-LENGTH   PIC 9(03).
           05  FIBOL-LONG-VALUE    PIC X(200).

       FD  NEW-KEYED-FILE.
       01  FIBON-RECORD.
           05  FIBON-RECORD-KEY.
               10  FIBON-SEQUENCE-ID   PIC X(04).
               10  FIBON-TERM-INDEX    PIC 9(04).
           05  FIBON-TERM-VALUE    PIC 9(09).
           05  FIBON-LONG-LENGTH   PIC 9(03).
           05  FIBON-LONG-VALUE    PIC X(200).

       FD  PARM-FILE.
       COPY PARMREC.

       FD  ATTEST-FILE.
       COPY ATTESTRC.

       FD  DRIFT-FILE.
       01  DRIFT-RECORD            PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-LIVE-FILE-STATUS PIC X(02).
           05  WS-NEW-FILE-STATUS  PIC X(02).
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
           05  WS-LIVE-EOF-SW      PIC X(01) VALUE "N".
               88  WS-LIVE-EOF                VALUE "Y".
           05  WS-NEW-EOF-SW       PIC X(01) VALUE "N".
               88  WS-NEW-EOF                 VALUE "Y".
           05  WS-LIVE-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-LIVE-OPEN               VALUE "Y".
           05  WS-NEW-OPEN-SW      PIC X(01) VALUE "N".
               88  WS-NEW-OPEN                VALUE "Y".
           05  WS-SEQ-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-SEQ-FOUND               VALUE "Y".
           05  WS-TABLE-FULL-SW    PIC X(01) VALUE "N".
               88  WS-TABLE-FULL              VALUE "Y".

      *    ONE ENTRY PER SEQUENCE ID SEEN ON EITHER GENERATION OR
      *    MARKED IN PARMFILE; THE TERM COUNTS AND CHANGED-TERM COUNT
      *    DRIVE THE PER-SEQUENCE VERDICT AFTER THE WALK
       01  WS-SEQ-TABLE.
           05  WS-SEQ-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-SEQ-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SEQ-IDX.
               10  WS-SEQ-ID           PIC X(04).
               10  WS-SEQ-LIVE-TERMS   PIC 9(04).
               10  WS-SEQ-NEW-TERMS    PIC 9(04).
               10  WS-SEQ-CHANGED      PIC 9(04).
               10  WS-SEQ-EXPECT-FLAG  PIC S9(09).
                   88  WS-SEQ-EXPECTED         VALUE 1.
               10  WS-SEQ-EXPECT-SRC   PIC X(01).

       01  WS-WORK-SEQ-ID          PIC X(04).
       01  WS-SEQ-MATCH-IX         PIC 9(02) VALUE ZERO.
       01  WS-SEQ-IX               PIC 9(02) VALUE ZERO.

      *    THE WALK COMPARES KEYS; AN EXHAUSTED SIDE HOLDS HIGH-VALUES
      *    SO THE OTHER SIDE DRAINS THROUGH THE SAME COMPARISON
       01  WS-LIVE-KEY             PIC X(08).
       01  WS-NEW-KEY              PIC X(08).

       01  WS-COUNTERS.
           05  WS-SAME-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-CHANGED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-ADDED-SEQ-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-DROPPED-SEQ-COUNT PIC 9(07) VALUE ZERO.
           05  WS-RECOUNT-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-EXPECTED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-UNEXPECTED-COUNT PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-EDIT-FIELDS.
           05  WS-INDEX-ED         PIC ZZZ9.
           05  WS-TERMS-ED         PIC ZZZ9.
           05  WS-TERMS2-ED        PIC ZZZ9.
           05  WS-VALUE-ED         PIC ZZZZZZZZ9.
           05  WS-VALUE2-ED        PIC ZZZZZZZZ9.
           05  WS-LENGTH-ED        PIC ZZ9.
           05  WS-LENGTH2-ED       PIC ZZ9.

       01  WS-DRIFT-SW             PIC X(01) VALUE "N".
           88  WS-SEQ-DRIFTED                 VALUE "Y".
       01  WS-VERDICT              PIC X(20).
       01  WS-HOLD-LINE            PIC X(80).
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-NEW-OPEN AND WS-LIVE-OPEN
               PERFORM 2000-WALK-GENERATIONS
                   UNTIL WS-LIVE-EOF AND WS-NEW-EOF
               PERFORM 2900-JUDGE-SEQUENCE
                   VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
           END-IF
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT DRIFT-FILE
           MOVE "FIBOKEY DRIFT - NEW GENERATION AGAINST LIVE"
               TO DRIFT-RECORD
           WRITE DRIFT-RECORD
           MOVE SPACES TO DRIFT-RECORD
           WRITE DRIFT-RECORD
           PERFORM 1050-READ-PARMS
           PERFORM 1790-WRITE-ATTESTATION
           OPEN INPUT NEW-KEYED-FILE
           IF WS-NEW-FILE-STATUS NOT = "00"
               SET WS-NEW-EOF TO TRUE
               MOVE "CANNOT OPEN NEW FIBOKEY GENERATION"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           ELSE
               SET WS-NEW-OPEN TO TRUE
               PERFORM 2200-READ-NEW
           END-IF
           OPEN INPUT LIVE-KEYED-FILE
           IF WS-LIVE-FILE-STATUS NOT = "00"
               SET WS-LIVE-EOF TO TRUE
               MOVE "NO LIVE FIBOKEY GENERATION TO COMPARE"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           ELSE
               SET WS-LIVE-OPEN TO TRUE
               PERFORM 2100-READ-LIVE
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

      ******************************************************************
      * A SEQUENCE THAT IS MEANT TO CHANGE TONIGHT IS MARKED WITH A
      * FIBDRIFT SEQ-XXXX-DRIFT RECORD OF 1, NAMED THE SAME WAY AS
      * THE GENERATOR'S OWN SEQ-XXXX-SEED1 RECORDS; THE LAST RECORD
      * IN EFFECT WINS, SO A LATER-DATED 0 WITHDRAWS THE MARK.
      ******************************************************************
       1050-READ-PARMS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1060-READ-PARM-REC
               PERFORM 1070-CHECK-PARM-REC UNTIL WS-EOF
               CLOSE PARM-FILE
           END-IF.

       1060-READ-PARM-REC.
           READ PARM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1070-CHECK-PARM-REC.
           IF (PARM-EFF-DATE IS NOT NUMERIC
               OR PARM-EFF-DATE <= WS-RUN-DATE)
               AND PARM-PROGRAM-ID = "FIBDRIFT"
               AND PARM-NAME (1:4) = "SEQ-"
               AND PARM-NAME (9:7) = "-DRIFT "
               AND PARM-VALUE IS NUMERIC
               MOVE PARM-NAME (5:4) TO WS-WORK-SEQ-ID
               PERFORM 2300-FIND-SEQ-ENTRY
               IF WS-SEQ-MATCH-IX > ZERO
                   MOVE PARM-VALUE
                       TO WS-SEQ-EXPECT-FLAG (WS-SEQ-MATCH-IX)
                   MOVE "P" TO WS-SEQ-EXPECT-SRC (WS-SEQ-MATCH-IX)
               END-IF
           END-IF
           PERFORM 1060-READ-PARM-REC.

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
           PERFORM 1795-ATTEST-ONE-MARK
               VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
           CLOSE ATTEST-FILE.

       1795-ATTEST-ONE-MARK.
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "FIBDRIFT" TO ATT-PROGRAM-ID
           STRING "SEQ-" DELIMITED BY SIZE
               WS-SEQ-ID (WS-SEQ-IDX) DELIMITED BY SIZE
               "-DRIFT" DELIMITED BY SIZE
               INTO ATT-PARM-NAME
           END-STRING
           MOVE WS-SEQ-EXPECT-FLAG (WS-SEQ-IDX) TO ATT-VALUE-USED
           MOVE WS-SEQ-EXPECT-SRC (WS-SEQ-IDX) TO ATT-SOURCE
           WRITE ATTEST-RECORD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "FIBDRIFT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * BOTH CLUSTERS RETURN KEY ORDER, SO ONE MATCHED WALK FINDS
      * EVERYTHING: A KEY ON ONE SIDE ONLY COUNTS TOWARD THAT SIDE'S
      * TERM COUNT FOR THE SEQUENCE, AND A KEY ON BOTH SIDES HAS ITS
      * SHORT VALUE AND LONG DIGITS COMPARED.
      ******************************************************************
       2000-WALK-GENERATIONS.
           EVALUATE TRUE
               WHEN WS-LIVE-KEY < WS-NEW-KEY
                   MOVE FIBOL-SEQUENCE-ID TO WS-WORK-SEQ-ID
                   PERFORM 2300-FIND-SEQ-ENTRY
                   IF WS-SEQ-MATCH-IX > ZERO
                       ADD 1 TO WS-SEQ-LIVE-TERMS (WS-SEQ-MATCH-IX)
                   END-IF
                   PERFORM 2100-READ-LIVE
               WHEN WS-LIVE-KEY > WS-NEW-KEY
                   MOVE FIBON-SEQUENCE-ID TO WS-WORK-SEQ-ID
                   PERFORM 2300-FIND-SEQ-ENTRY
                   IF WS-SEQ-MATCH-IX > ZERO
                       ADD 1 TO WS-SEQ-NEW-TERMS (WS-SEQ-MATCH-IX)
                   END-IF
                   PERFORM 2200-READ-NEW
               WHEN OTHER
                   MOVE FIBON-SEQUENCE-ID TO WS-WORK-SEQ-ID
                   PERFORM 2300-FIND-SEQ-ENTRY
                   IF WS-SEQ-MATCH-IX > ZERO
                       ADD 1 TO WS-SEQ-LIVE-TERMS (WS-SEQ-MATCH-IX)
                       ADD 1 TO WS-SEQ-NEW-TERMS (WS-SEQ-MATCH-IX)
                   END-IF
                   IF FIBOL-TERM-VALUE = FIBON-TERM-VALUE
                       AND FIBOL-LONG-VALUE = FIBON-LONG-VALUE
                       ADD 1 TO WS-SAME-COUNT
                   ELSE
                       PERFORM 2500-REPORT-CHANGED-TERM
                   END-IF
                   PERFORM 2100-READ-LIVE
                   PERFORM 2200-READ-NEW
           END-EVALUATE.

       2100-READ-LIVE.
           READ LIVE-KEYED-FILE
               AT END SET WS-LIVE-EOF TO TRUE
           END-READ
           IF WS-LIVE-EOF
               MOVE HIGH-VALUES TO WS-LIVE-KEY
           ELSE
               MOVE FIBOL-RECORD-KEY TO WS-LIVE-KEY
           END-IF.

       2200-READ-NEW.
           READ NEW-KEYED-FILE
               AT END SET WS-NEW-EOF TO TRUE
           END-READ
           IF WS-NEW-EOF
               MOVE HIGH-VALUES TO WS-NEW-KEY
           ELSE
               MOVE FIBON-RECORD-KEY TO WS-NEW-KEY
           END-IF.

      ******************************************************************
      * FIND - OR ADD - THE TABLE ENTRY FOR WS-WORK-SEQ-ID. A FULL
      * TABLE LEAVES WS-SEQ-MATCH-IX AT ZERO AND MARKS THE RUN
      * INCOMPLETE, WHICH IS TREATED AS UNEXPECTED DRIFT.
      ******************************************************************
       2300-FIND-SEQ-ENTRY.
           MOVE "N" TO WS-SEQ-FOUND-SW
           MOVE ZERO TO WS-SEQ-MATCH-IX
           PERFORM 2310-CHECK-SEQ-ENTRY
               VARYING WS-SEQ-IX FROM 1 BY 1
               UNTIL WS-SEQ-IX > WS-SEQ-COUNT OR WS-SEQ-FOUND
           IF NOT WS-SEQ-FOUND
               IF WS-SEQ-COUNT < 50
                   ADD 1 TO WS-SEQ-COUNT
                   MOVE WS-SEQ-COUNT TO WS-SEQ-MATCH-IX
                   MOVE WS-WORK-SEQ-ID TO WS-SEQ-ID (WS-SEQ-MATCH-IX)
                   MOVE ZERO TO WS-SEQ-LIVE-TERMS (WS-SEQ-MATCH-IX)
                   MOVE ZERO TO WS-SEQ-NEW-TERMS (WS-SEQ-MATCH-IX)
                   MOVE ZERO TO WS-SEQ-CHANGED (WS-SEQ-MATCH-IX)
                   MOVE ZERO TO WS-SEQ-EXPECT-FLAG (WS-SEQ-MATCH-IX)
                   MOVE "D" TO WS-SEQ-EXPECT-SRC (WS-SEQ-MATCH-IX)
               ELSE
                   IF NOT WS-TABLE-FULL
                       SET WS-TABLE-FULL TO TRUE
                       DISPLAY "FIBDRIFT: SEQUENCE TABLE FULL, "
                           WS-WORK-SEQ-ID " NOT COMPARED"
                       MOVE "SEQUENCE TABLE FULL, DRIFT INCOMPLETE"
                           TO WS-AUDIT-MESSAGE
                       MOVE "E" TO WS-AUDIT-SEVERITY
                       PERFORM 1900-WRITE-AUDIT-LOG
                   END-IF
               END-IF
           END-IF.

       2310-CHECK-SEQ-ENTRY.
           IF WS-SEQ-ID (WS-SEQ-IX) = WS-WORK-SEQ-ID
               SET WS-SEQ-FOUND TO TRUE
               MOVE WS-SEQ-IX TO WS-SEQ-MATCH-IX
           END-IF.

      ******************************************************************
      * PAST NINE DIGITS THE LONG FIELD IS THE AUTHORITATIVE VALUE
      * AND WILL NOT FIT THE LINE, SO A LONG TERM REPORTS ITS DIGIT
      * COUNTS ON EACH SIDE INSTEAD OF THE VALUES.
      ******************************************************************
       2500-REPORT-CHANGED-TERM.
           ADD 1 TO WS-CHANGED-COUNT
           IF WS-SEQ-MATCH-IX > ZERO
               ADD 1 TO WS-SEQ-CHANGED (WS-SEQ-MATCH-IX)
           END-IF
           MOVE FIBON-TERM-INDEX TO WS-INDEX-ED
           MOVE SPACES TO DRIFT-RECORD
           IF FIBOL-LONG-LENGTH IS NUMERIC
               AND FIBON-LONG-LENGTH IS NUMERIC
               AND (FIBOL-LONG-LENGTH > ZERO
                   OR FIBON-LONG-LENGTH > ZERO)
               MOVE FIBOL-LONG-LENGTH TO WS-LENGTH-ED
               MOVE FIBON-LONG-LENGTH TO WS-LENGTH2-ED
               STRING "SEQ " DELIMITED BY SIZE
                   FIBON-SEQUENCE-ID DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   WS-INDEX-ED DELIMITED BY SIZE
                   " LONG VALUE CHANGED - LIVE: " DELIMITED BY SIZE
                   WS-LENGTH-ED DELIMITED BY SIZE
                   " DIGITS  NEW: " DELIMITED BY SIZE
                   WS-LENGTH2-ED DELIMITED BY SIZE
                   " DIGITS" DELIMITED BY SIZE
                   INTO DRIFT-RECORD
               END-STRING
           ELSE
               MOVE FIBOL-TERM-VALUE TO WS-VALUE-ED
               MOVE FIBON-TERM-VALUE TO WS-VALUE2-ED
               STRING "SEQ " DELIMITED BY SIZE
                   FIBON-SEQUENCE-ID DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   WS-INDEX-ED DELIMITED BY SIZE
                   " VALUE CHANGED - LIVE: " DELIMITED BY SIZE
                   WS-VALUE-ED DELIMITED BY SIZE
                   "  NEW: " DELIMITED BY SIZE
                   WS-VALUE2-ED DELIMITED BY SIZE
                   INTO DRIFT-RECORD
               END-STRING
           END-IF
           WRITE DRIFT-RECORD.

      ******************************************************************
      * ONE VERDICT PER SEQUENCE THAT MOVED: ADDED, DROPPED, TERM
      * COUNT CHANGED OR TERM VALUES CHANGED. THE MOVE IS EXPECTED
      * ONLY WHEN PARMFILE MARKED THE SEQUENCE; A MARKED SEQUENCE
      * THAT DID NOT MOVE IS SIMPLY NOT REPORTED.
      ******************************************************************
       2900-JUDGE-SEQUENCE.
           MOVE "N" TO WS-DRIFT-SW
           IF WS-SEQ-EXPECTED (WS-SEQ-IDX)
               MOVE "(EXPECTED)" TO WS-VERDICT
           ELSE
               MOVE "*** NOT EXPECTED ***" TO WS-VERDICT
           END-IF
           MOVE WS-SEQ-LIVE-TERMS (WS-SEQ-IDX) TO WS-TERMS-ED
           MOVE WS-SEQ-NEW-TERMS (WS-SEQ-IDX) TO WS-TERMS2-ED
           MOVE SPACES TO DRIFT-RECORD
           EVALUATE TRUE
               WHEN WS-SEQ-LIVE-TERMS (WS-SEQ-IDX) = ZERO
                   AND WS-SEQ-NEW-TERMS (WS-SEQ-IDX) = ZERO
                   CONTINUE
               WHEN WS-SEQ-LIVE-TERMS (WS-SEQ-IDX) = ZERO
                   SET WS-SEQ-DRIFTED TO TRUE
                   ADD 1 TO WS-ADDED-SEQ-COUNT
                   STRING "SEQUENCE " DELIMITED BY SIZE
                       WS-SEQ-ID (WS-SEQ-IDX) DELIMITED BY SIZE
                       " ADDED     - NEW TERMS: " DELIMITED BY SIZE
                       WS-TERMS2-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-VERDICT DELIMITED BY SIZE
                       INTO DRIFT-RECORD
                   END-STRING
               WHEN WS-SEQ-NEW-TERMS (WS-SEQ-IDX) = ZERO
                   SET WS-SEQ-DRIFTED TO TRUE
                   ADD 1 TO WS-DROPPED-SEQ-COUNT
                   STRING "SEQUENCE " DELIMITED BY SIZE
                       WS-SEQ-ID (WS-SEQ-IDX) DELIMITED BY SIZE
                       " DROPPED   - LIVE TERMS: " DELIMITED BY SIZE
                       WS-TERMS-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-VERDICT DELIMITED BY SIZE
                       INTO DRIFT-RECORD
                   END-STRING
               WHEN WS-SEQ-LIVE-TERMS (WS-SEQ-IDX)
                   NOT = WS-SEQ-NEW-TERMS (WS-SEQ-IDX)
                   SET WS-SEQ-DRIFTED TO TRUE
                   ADD 1 TO WS-RECOUNT-COUNT
                   STRING "SEQUENCE " DELIMITED BY SIZE
                       WS-SEQ-ID (WS-SEQ-IDX) DELIMITED BY SIZE
                       " TERM COUNT - LIVE: " DELIMITED BY SIZE
                       WS-TERMS-ED DELIMITED BY SIZE
                       "  NEW: " DELIMITED BY SIZE
                       WS-TERMS2-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-VERDICT DELIMITED BY SIZE
                       INTO DRIFT-RECORD
                   END-STRING
               WHEN WS-SEQ-CHANGED (WS-SEQ-IDX) > ZERO
                   SET WS-SEQ-DRIFTED TO TRUE
                   MOVE WS-SEQ-CHANGED (WS-SEQ-IDX) TO WS-TERMS-ED
                   STRING "SEQUENCE " DELIMITED BY SIZE
                       WS-SEQ-ID (WS-SEQ-IDX) DELIMITED BY SIZE
                       " VALUES    - CHANGED: " DELIMITED BY SIZE
                       WS-TERMS-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-VERDICT DELIMITED BY SIZE
                       INTO DRIFT-RECORD
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SEQ-DRIFTED
               IF WS-SEQ-EXPECTED (WS-SEQ-IDX)
                   ADD 1 TO WS-EXPECTED-COUNT
               ELSE
                   ADD 1 TO WS-UNEXPECTED-COUNT
               END-IF
               IF WS-EXPECTED-COUNT + WS-UNEXPECTED-COUNT = 1
                   PERFORM 2950-WRITE-VERDICT-HEADING
               END-IF
               WRITE DRIFT-RECORD
           END-IF.

       2950-WRITE-VERDICT-HEADING.
           MOVE DRIFT-RECORD TO WS-HOLD-LINE
           MOVE SPACES TO DRIFT-RECORD
           WRITE DRIFT-RECORD
           MOVE "SEQUENCE VERDICTS" TO DRIFT-RECORD
           WRITE DRIFT-RECORD
           MOVE WS-HOLD-LINE TO DRIFT-RECORD.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO DRIFT-RECORD
           WRITE DRIFT-RECORD
           MOVE WS-SAME-COUNT TO WS-COUNT-ED
           MOVE SPACES TO DRIFT-RECORD
           STRING "TERMS UNCHANGED  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING
           WRITE DRIFT-RECORD
           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO DRIFT-RECORD
           STRING "TERMS CHANGED    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING
           WRITE DRIFT-RECORD
           MOVE WS-ADDED-SEQ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO DRIFT-RECORD
           STRING "SEQUENCES ADDED  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING
           WRITE DRIFT-RECORD
           MOVE WS-DROPPED-SEQ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO DRIFT-RECORD
           STRING "SEQUENCES DROPPED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING
           WRITE DRIFT-RECORD
           MOVE WS-RECOUNT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO DRIFT-RECORD
           STRING "COUNTS CHANGED   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING
           WRITE DRIFT-RECORD
           MOVE WS-UNEXPECTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO DRIFT-RECORD
           STRING "UNEXPECTED DRIFT : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING
           WRITE DRIFT-RECORD
           EVALUATE TRUE
               WHEN NOT WS-NEW-OPEN
                   MOVE 8 TO WS-RUN-RC
                   MOVE "DRIFT STATUS: *** NEW GENERATION UNREADABLE"
                       TO DRIFT-RECORD
                   MOVE " ***" TO DRIFT-RECORD (44:4)
                   MOVE "NEW FIBOKEY GENERATION UNREADABLE"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
               WHEN NOT WS-LIVE-OPEN
                   MOVE 4 TO WS-RUN-RC
                   MOVE "DRIFT STATUS: NO LIVE GENERATION TO COMPARE"
                       TO DRIFT-RECORD
                   MOVE "NO LIVE GENERATION, DRIFT NOT CHECKED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
               WHEN WS-UNEXPECTED-COUNT > ZERO OR WS-TABLE-FULL
                   MOVE 8 TO WS-RUN-RC
                   MOVE "DRIFT STATUS: *** UNEXPECTED DRIFT - HOLD SWAP"
                       TO DRIFT-RECORD
                   MOVE " ***" TO DRIFT-RECORD (47:4)
                   MOVE "UNEXPECTED FIBOKEY DRIFT, SWAP HELD"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
               WHEN WS-EXPECTED-COUNT > ZERO
                   MOVE 4 TO WS-RUN-RC
                   MOVE "DRIFT STATUS: EXPECTED DRIFT ONLY"
                       TO DRIFT-RECORD
                   MOVE "EXPECTED FIBOKEY DRIFT ONLY"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
               WHEN OTHER
                   MOVE "DRIFT STATUS: NO DRIFT" TO DRIFT-RECORD
                   MOVE "NO FIBOKEY DRIFT" TO WS-AUDIT-MESSAGE
           END-EVALUATE
           WRITE DRIFT-RECORD
           PERFORM 1900-WRITE-AUDIT-LOG.

       9000-FINISH.
           IF WS-LIVE-OPEN
               CLOSE LIVE-KEYED-FILE
           END-IF
           IF WS-NEW-OPEN
               CLOSE NEW-KEYED-FILE
           END-IF
           CLOSE DRIFT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "FIBDRIFT: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "FIBDRIFT" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-SAME-COUNT TO COMPL-RECORDS-PROC
           MOVE WS-UNEXPECTED-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM FIBDRIFT.
