      *              shared audit log as the trail, and a register
      *              lists the holds in force after the run, so "do
      *              not post tonight" is one keyed transaction
      *              instead of a JCL edit under pressure. Holds and
      *              releases are privileged: the operator control
      *              card must name the operator and the reason or
      *              ticket, or no action is applied, the control file
      *              is left as it was and the run ends 8. A
      *              transaction with no operator of its own takes the
      *              card's. Every action applied and every refusal is
      *              recorded on the privileged-action register.
      *              Inside a change freeze that covers the run-control
      *              file (RUNCTL) on the freeze calendar, each hold
      *              or release is refused - on the register, the
      *              audit log, the privileged-action register and
      *              the freeze-exception register - unless an
      *              emergency override card for the day carries an
      *              approver; an overridden action is applied and
      *              registered as an exception. A refusal ends 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PRIVCARD-FILE ASSIGN TO "PRIVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVCARD-FILE-STATUS.
           SELECT PRIVLOG-FILE ASSIGN TO "PRIVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITLOG.

       FD  PRIVCARD-FILE.
       COPY PRIVCARD.

       FD  PRIVLOG-FILE.
       COPY PRIVLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-FILE-STATUS  PIC X(02).
           05  WS-TRANS-FILE-STATUS    PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).
           05  WS-PRIVCARD-FILE-STATUS PIC X(02).
           05  WS-PRIVLOG-FILE-STATUS  PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
               88  WS-EOF                     VALUE "Y".
           05  WS-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-FREEZE-REFUSED-SW PIC X(01) VALUE "N".
               88  WS-FREEZE-REFUSED          VALUE "Y".

       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-HELD-OUT-COUNT   PIC 9(03) VALUE ZERO.
           05  WS-ACTION-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-BAD-TRANS-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-FROZEN-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZ9.

       01  WS-PRIV-FIELDS.
           05  WS-PRIV-CARD-SW     PIC X(01) VALUE "N".
               88  WS-PRIV-CARD-READ          VALUE "Y".
           05  WS-PRIV-OK-SW       PIC X(01) VALUE "N".
               88  WS-PRIV-ACCEPTED           VALUE "Y".
           05  WS-PRIV-OPERATOR    PIC X(08) VALUE SPACES.
           05  WS-PRIV-REASON      PIC X(40) VALUE SPACES.
           05  WS-PRIV-OUTCOME     PIC X(01) VALUE "P".
           05  WS-PRIV-ACTION      PIC X(40) VALUE SPACES.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       COPY FRZPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-PRIV-ACCEPTED
               PERFORM 2000-APPLY-ACTIONS
               PERFORM 3000-WRITE-CONTROL-FILE
               PERFORM 4000-WRITE-REGISTER
           ELSE
               PERFORM 1690-REFUSE-RUN
           END-IF
           PERFORM 9000-FINISH
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM 1600-CHECK-PRIV-CARD
           PERFORM 1100-LOAD-CONTROL-FILE.

      ******************************************************************
           END-IF
           PERFORM 1110-READ-CONTROL-REC.

      ******************************************************************
      * A PRIVILEGED RUN NEEDS THE OPERATOR CONTROL CARD: WHO IS
      * RUNNING IT AND THE REASON OR TICKET IT IS DONE UNDER. A
      * MISSING CARD OR A BLANK FIELD REFUSES THE RUN BEFORE ANYTHING
      * IS TOUCHED.
      ******************************************************************
       1600-CHECK-PRIV-CARD.
           MOVE "N" TO WS-PRIV-CARD-SW
           MOVE "N" TO WS-PRIV-OK-SW
           MOVE SPACES TO WS-PRIV-OPERATOR
           MOVE SPACES TO WS-PRIV-REASON
           OPEN INPUT PRIVCARD-FILE
           IF WS-PRIVCARD-FILE-STATUS = "00"
               READ PRIVCARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       SET WS-PRIV-CARD-READ TO TRUE
                       MOVE PRV-OPERATOR-ID TO WS-PRIV-OPERATOR
                       MOVE PRV-REASON TO WS-PRIV-REASON
               END-READ
               CLOSE PRIVCARD-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-PRIV-CARD-READ
                   MOVE "NO OPERATOR CONTROL CARD" TO WS-PRIV-ACTION
               WHEN WS-PRIV-OPERATOR = SPACES
                   MOVE "NO OPERATOR ID ON CONTROL CARD"
                       TO WS-PRIV-ACTION
               WHEN WS-PRIV-REASON = SPACES
                   MOVE "NO REASON OR TICKET ON CONTROL CARD"
                       TO WS-PRIV-ACTION
               WHEN OTHER
                   SET WS-PRIV-ACCEPTED TO TRUE
           END-EVALUATE.

       1650-WRITE-PRIV-ACTION.
           OPEN EXTEND PRIVLOG-FILE
           IF WS-PRIVLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT PRIVLOG-FILE
           END-IF
           MOVE SPACES TO PRIV-ACTION-RECORD
           MOVE WS-RUN-DATE TO PA-RUN-DATE
           ACCEPT PA-TIMESTAMP FROM TIME
           MOVE "RUNCTLM" TO PA-PROGRAM-ID
           MOVE WS-PRIV-OPERATOR TO PA-OPERATOR-ID
           MOVE WS-PRIV-OUTCOME TO PA-OUTCOME
           MOVE WS-PRIV-REASON TO PA-REASON
           MOVE WS-PRIV-ACTION TO PA-ACTION
           WRITE PRIV-ACTION-RECORD
           CLOSE PRIVLOG-FILE
           MOVE "P" TO WS-PRIV-OUTCOME.

       1690-REFUSE-RUN.
           DISPLAY "RUNCTLM: REFUSED - " WS-PRIV-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "REFUSED: " DELIMITED BY SIZE
               WS-PRIV-ACTION DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           MOVE SPACES TO REGISTER-RECORD
           STRING "*** REFUSED: " DELIMITED BY SIZE
               WS-PRIV-ACTION DELIMITED BY SIZE
               " - NO ACTION APPLIED" DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE "E" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE "R" TO WS-PRIV-OUTCOME
           PERFORM 1650-WRITE-PRIV-ACTION
           MOVE 8 TO WS-RUN-RC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               PERFORM 2020-APPLY-ONE-ACTION UNTIL WS-EOF
               CLOSE TRANS-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           IF WS-ACTION-COUNT = ZERO
               MOVE "NO HOLD OR RELEASE APPLIED" TO WS-PRIV-ACTION
               PERFORM 1650-WRITE-PRIV-ACTION
           END-IF.

       2010-READ-TRANS-REC.
           READ TRANS-FILE
           END-READ.

       2020-APPLY-ONE-ACTION.
           IF CT-OPERATOR-ID = SPACES
               MOVE WS-PRIV-OPERATOR TO CT-OPERATOR-ID
           END-IF
           MOVE "N" TO WS-FREEZE-REFUSED-SW
           IF CT-PROGRAM-ID NOT = SPACES
               AND (CT-IS-HOLD OR CT-IS-RELEASE)
               PERFORM 2050-CHECK-FREEZE
           END-IF
           EVALUATE TRUE
               WHEN CT-PROGRAM-ID = SPACES
                   ADD 1 TO WS-BAD-TRANS-COUNT
                   DISPLAY "RUNCTLM: ACTION WITH NO PROGRAM ID"
               WHEN WS-FREEZE-REFUSED
                   PERFORM 2060-REFUSE-FROZEN-ACTION
               WHEN CT-IS-HOLD
                   PERFORM 2200-PLACE-HOLD
               WHEN CT-IS-RELEASE
           END-EVALUATE
           PERFORM 2010-READ-TRANS-REC.

      ******************************************************************
      * A HOLD OR RELEASE INSIDE A CHANGE FREEZE ON THE RUN-CONTROL
      * FILE GOES ON THE FREEZE-EXCEPTION REGISTER EITHER WAY: AS
      * REFUSED, OR AS OVERRIDDEN WHEN TODAY'S EMERGENCY OVERRIDE
      * CARD NAMES AN APPROVER - AND THEN THE ACTION GOES AHEAD.
      * WITH NO FREEZE CALENDAR AT ALL NOTHING IS FROZEN, BUT EACH
      * CHECK LEAVES A WARNING ON THE AUDIT LOG AND RC 4.
      ******************************************************************
       2050-CHECK-FREEZE.
           MOVE "C" TO FZK-FUNCTION
           MOVE "RUNCTLM" TO FZK-PROGRAM-ID
           MOVE "RUNCTL" TO FZK-MASTER-DD
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
               MOVE SPACES TO FZK-CHANGE
               STRING CT-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CT-PROGRAM-ID DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   CT-OPERATOR-ID DELIMITED BY SIZE
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

       2060-REFUSE-FROZEN-ACTION.
           ADD 1 TO WS-FROZEN-COUNT
           DISPLAY "RUNCTLM: CHANGE FREEZE " FZK-FREEZE-ID
               " IN FORCE, ACTION REFUSED " CT-ACTION " "
               CT-PROGRAM-ID
           MOVE SPACES TO REGISTER-RECORD
           STRING "*** FROZEN " DELIMITED BY SIZE
               FZK-FREEZE-ID DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FZK-FREEZE-TO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FZK-CHANGE DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE WS-AUDIT-MESSAGE TO WS-PRIV-ACTION
           MOVE "R" TO WS-PRIV-OUTCOME
           PERFORM 1650-WRITE-PRIV-ACTION
           MOVE 4 TO WS-RUN-RC.

       2100-FIND-HOLD-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-MATCH-IDX
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE WS-AUDIT-MESSAGE TO WS-PRIV-ACTION
               PERFORM 1650-WRITE-PRIV-ACTION
           END-IF.

       2300-RELEASE-HOLD.
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE WS-AUDIT-MESSAGE TO WS-PRIV-ACTION
               PERFORM 1650-WRITE-PRIV-ACTION
           ELSE
               ADD 1 TO WS-BAD-TRANS-COUNT
               DISPLAY "RUNCTLM: RELEASE FOR UNHELD PROGRAM "
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE WS-FROZEN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "REFUSED, FROZEN: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.

       4010-WRITE-REGISTER-LINE.

       9000-FINISH.
           CLOSE REGISTER-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "RUNCTLM: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       END PROGRAM RUNCTLM.
