      *              count, and reports what it put back. A backup
      *              that is not allocated is simply skipped, so one
      *              run can restore either master or both. Ends
      *              nonzero when a restore does not verify. A
      *              restore is privileged: the operator control card
      *              must name the operator and the reason or ticket,
      *              or nothing is restored and the run ends 8. Every
      *              master restored and every refusal is recorded on
      *              the privileged-action register and the audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MRESTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
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
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       FD  PRIVCARD-FILE.
       COPY PRIVCARD.

       FD  PRIVLOG-FILE.
       COPY PRIVLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-IN-FILE-STATUS   PIC X(02).
           05  WS-OUT-FILE-STATUS  PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).
           05  WS-PRIVCARD-FILE-STATUS PIC X(02).
           05  WS-PRIVLOG-FILE-STATUS  PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
       01  WS-COUNTERS.
           05  WS-BACKUP-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-RESTORED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-MASTERS-TRIED    PIC 9(01) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-CURRENT-MASTER       PIC X(08).
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       01  WS-PRIV-FIELDS.
           05  WS-PRIV-CARD-SW     PIC X(01) VALUE "N".
               88  WS-PRIV-CARD-READ          VALUE "Y".
           05  WS-PRIV-OK-SW       PIC X(01) VALUE "N".
               88  WS-PRIV-ACCEPTED           VALUE "Y".
           05  WS-PRIV-OPERATOR    PIC X(08) VALUE SPACES.
           05  WS-PRIV-REASON      PIC X(40) VALUE SPACES.
           05  WS-PRIV-OUTCOME     PIC X(01) VALUE "P".
           05  WS-PRIV-ACTION      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REPORT-FILE
           MOVE "MASTER RESTORE FROM BACKUP GENERATION"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1600-CHECK-PRIV-CARD
           IF WS-PRIV-ACCEPTED
               PERFORM 2000-RESTORE-PARMFILE
               PERFORM 3000-RESTORE-NUMPALDB
               IF WS-MASTERS-TRIED = ZERO
                   MOVE "NO BACKUP ALLOCATED, NOTHING RESTORED"
                       TO WS-PRIV-ACTION
                   PERFORM 1650-WRITE-PRIV-ACTION
               END-IF
           ELSE
               PERFORM 1690-REFUSE-RUN
           END-IF
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "MSTRREST: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * THE PROCESSING DATE COMES FROM THE BUSINESS-DATE CONTROL
      * FILE, SO A POST-MIDNIGHT RESTORE IS REGISTERED UNDER THE
      * BUSINESS DAY IT BELONGS TO; THE SYSTEM DATE IS ONLY THE
      * FALLBACK WHEN THE CONTROL FILE IS NOT THERE.
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
           MOVE "MSTRREST" TO PA-PROGRAM-ID
           MOVE WS-PRIV-OPERATOR TO PA-OPERATOR-ID
           MOVE WS-PRIV-OUTCOME TO PA-OUTCOME
           MOVE WS-PRIV-REASON TO PA-REASON
           MOVE WS-PRIV-ACTION TO PA-ACTION
           WRITE PRIV-ACTION-RECORD
           CLOSE PRIVLOG-FILE
           MOVE "P" TO WS-PRIV-OUTCOME.

       1690-REFUSE-RUN.
           DISPLAY "MSTRREST: REFUSED - " WS-PRIV-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "REFUSED: " DELIMITED BY SIZE
               WS-PRIV-ACTION DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           MOVE SPACES TO REPORT-RECORD
           STRING "*** REFUSED: " DELIMITED BY SIZE
               WS-PRIV-ACTION DELIMITED BY SIZE
               " - NOTHING RESTORED" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "E" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE "R" TO WS-PRIV-OUTCOME
           PERFORM 1650-WRITE-PRIV-ACTION
           MOVE 8 TO WS-RUN-RC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "MSTRREST" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-RESTORE-PARMFILE.
           MOVE "PARMFILE" TO WS-CURRENT-MASTER
           MOVE ZERO TO WS-BACKUP-COUNT
           ADD 1 TO WS-RESTORED-COUNT
           PERFORM 3030-READ-NUMPAL-MASTER.

      ******************************************************************
      * EVERY MASTER PUT BACK IS ONE LINE ON THE PRIVILEGED-ACTION
      * REGISTER AND THE AUDIT LOG, VERIFIED OR NOT.
      ******************************************************************
       8000-VERIFY-AND-REPORT.
           ADD 1 TO WS-MASTERS-TRIED
           IF WS-BACKUP-COUNT NOT = WS-RESTORED-COUNT
               MOVE "N" TO WS-VERIFY-OK-SW
           END-IF
               END-STRING
               MOVE 8 TO WS-RUN-RC
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-PRIV-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF WS-VERIFY-OK
               STRING WS-CURRENT-MASTER DELIMITED BY SIZE
                   " RESTORED, RECORDS " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-PRIV-ACTION
               END-STRING
               STRING WS-CURRENT-MASTER DELIMITED BY SIZE
                   " RESTORED FROM BACKUP BY " DELIMITED BY SIZE
                   WS-PRIV-OPERATOR DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           ELSE
               STRING WS-CURRENT-MASTER DELIMITED BY SIZE
                   " RESTORE FAILED VERIFY" DELIMITED BY SIZE
                   INTO WS-PRIV-ACTION
               END-STRING
               STRING WS-CURRENT-MASTER DELIMITED BY SIZE
                   " RESTORE FAILED VERIFY, RUN BY " DELIMITED BY SIZE
                   WS-PRIV-OPERATOR DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "E" TO WS-AUDIT-SEVERITY
           END-IF
           PERFORM 1900-WRITE-AUDIT-LOG
           PERFORM 1650-WRITE-PRIV-ACTION.

       END PROGRAM MSTRREST.
