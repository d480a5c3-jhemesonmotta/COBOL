      *              end - and by hand, as the operator override
      *              after LOCKTAKE reports a stale lock from a dead
      *              run. The lock record is rewritten free and the
      *              release lands on the shared audit log. Releasing
      *              the lock is privileged: the operator control card
      *              must name the operator and the reason or ticket,
      *              or the lock is left alone and the run ends 8.
      *              Every release and every refusal is recorded on
      *              the privileged-action register.
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
           05  WS-LOCK-FILE-STATUS     PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).
           05  WS-PRIVCARD-FILE-STATUS PIC X(02).
           05  WS-PRIVLOG-FILE-STATUS  PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1600-CHECK-PRIV-CARD
           IF WS-PRIV-ACCEPTED
               PERFORM 2000-RELEASE-LOCK
           ELSE
               PERFORM 1690-REFUSE-RUN
           END-IF
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "LOCKFREE: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

      ******************************************************************
               CLOSE BUSDATE-FILE
           END-IF.

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
           MOVE "LOCKFREE" TO PA-PROGRAM-ID
           MOVE WS-PRIV-OPERATOR TO PA-OPERATOR-ID
           MOVE WS-PRIV-OUTCOME TO PA-OUTCOME
           MOVE WS-PRIV-REASON TO PA-REASON
           MOVE WS-PRIV-ACTION TO PA-ACTION
           WRITE PRIV-ACTION-RECORD
           CLOSE PRIVLOG-FILE
           MOVE "P" TO WS-PRIV-OUTCOME.

       1690-REFUSE-RUN.
           DISPLAY "LOCKFREE: REFUSED - " WS-PRIV-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "REFUSED: " DELIMITED BY SIZE
               WS-PRIV-ACTION DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           MOVE "E" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE "R" TO WS-PRIV-OUTCOME
           PERFORM 1650-WRITE-PRIV-ACTION
           MOVE 8 TO WS-RUN-RC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-RELEASE-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO RUN-LOCK-RECORD
           MOVE "N" TO LOCK-HELD-SW
           MOVE SPACES TO LOCK-HOLDER
           MOVE WS-RUN-DATE TO LOCK-SET-DATE
           ACCEPT LOCK-SET-TIME FROM TIME
           WRITE RUN-LOCK-RECORD
           CLOSE LOCK-FILE
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "RUN LOCK RELEASED BY " DELIMITED BY SIZE
               WS-PRIV-OPERATOR DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE "RUN LOCK RELEASED" TO WS-PRIV-ACTION
           PERFORM 1650-WRITE-PRIV-ACTION.

       END PROGRAM LOCKFREE.
