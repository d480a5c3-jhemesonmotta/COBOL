      *              not on the calendar at all is treated as a
      *              business day by the readers, so only the
      *              exceptions need loading.
      *              Inside a change freeze that covers BUSCAL on the
      *              freeze calendar the load is refused outright - no
      *              new calendar master is written, the refusal goes
      *              on the register, the audit log and the
      *              freeze-exception register, and the run ends 8 -
      *              unless an emergency override card for the day
      *              carries an approver, when the load runs and is
      *              registered as an exception.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "CALMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-LOAD-FILE-STATUS     PIC X(02).
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY       PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-LOAD-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-EDIT-OK-SW       PIC X(01) VALUE "Y".
               88  WS-EDIT-OK                 VALUE "Y".
           05  WS-MASTER-OPEN-SW   PIC X(01) VALUE "N".
               88  WS-MASTER-OPENED           VALUE "Y".
           05  WS-FREEZE-REFUSED-SW PIC X(01) VALUE "N".
               88  WS-FREEZE-REFUSED          VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECT-TEXT          PIC X(30).
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       COPY FRZPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REPORT-FILE
           MOVE "BUSINESS CALENDAR LOAD REGISTER" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1700-CHECK-FREEZE
           IF WS-FREEZE-REFUSED
               PERFORM 1790-REFUSE-LOAD
           ELSE
               PERFORM 1100-OPEN-LOAD
           END-IF.

       1100-OPEN-LOAD.
           OPEN OUTPUT NEWMASTER-FILE
           SET WS-MASTER-OPENED TO TRUE
           OPEN INPUT LOAD-FILE
           IF WS-LOAD-FILE-STATUS = "00"
               SET WS-LOAD-OPENED TO TRUE
               DISPLAY "CALMAINT: CANNOT OPEN CALENDAR LOAD FILE"
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
      * A LOAD INSIDE A CHANGE FREEZE ON BUSCAL GOES ON THE
      * FREEZE-EXCEPTION REGISTER AND THE AUDIT LOG EITHER WAY: AS
      * REFUSED, OR AS OVERRIDDEN WHEN TODAY'S EMERGENCY OVERRIDE
      * CARD NAMES AN APPROVER - AND THEN THE LOAD GOES AHEAD.
      * WITH NO FREEZE CALENDAR AT ALL NOTHING IS FROZEN, BUT EACH
      * CHECK LEAVES A WARNING ON THE AUDIT LOG AND RC 4.
      ******************************************************************
       1700-CHECK-FREEZE.
           MOVE "N" TO WS-FREEZE-REFUSED-SW
           MOVE "C" TO FZK-FUNCTION
           MOVE "CALMAINT" TO FZK-PROGRAM-ID
           MOVE "BUSCAL" TO FZK-MASTER-DD
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
               MOVE "RELOAD OF BUSINESS CALENDAR FROM CALLOAD"
                   TO FZK-CHANGE
               MOVE "L" TO FZK-FUNCTION
               CALL "FRZCHK" USING FREEZE-CHECK-PARMS
               MOVE SPACES TO WS-AUDIT-MESSAGE
               IF FZK-OVERRIDDEN
                   STRING "FREEZE " DELIMITED BY SIZE
                       FZK-FREEZE-ID DELIMITED BY SIZE
                       " OVERRIDDEN BY " DELIMITED BY SIZE
                       FZK-APPROVER-ID DELIMITED BY SIZE
                       ": CALENDAR RELOAD RUN" DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE SPACES TO REPORT-RECORD
                   STRING "*** CHANGE FREEZE " DELIMITED BY SIZE
                       FZK-FREEZE-ID DELIMITED BY SIZE
                       " OVERRIDDEN, APPROVED BY " DELIMITED BY SIZE
                       FZK-APPROVER-ID DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               ELSE
                   SET WS-FREEZE-REFUSED TO TRUE
                   STRING "FREEZE " DELIMITED BY SIZE
                       FZK-FREEZE-ID DELIMITED BY SIZE
                       " REFUSED: CALENDAR RELOAD NOT RUN"
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               END-IF
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       1790-REFUSE-LOAD.
           SET WS-EOF TO TRUE
           DISPLAY "CALMAINT: CHANGE FREEZE " FZK-FREEZE-ID
               " IN FORCE TO " FZK-FREEZE-TO ", LOAD REFUSED"
           MOVE SPACES TO REPORT-RECORD
           STRING "*** REFUSED: CHANGE FREEZE " DELIMITED BY SIZE
               FZK-FREEZE-ID DELIMITED BY SIZE
               " IN FORCE TO " DELIMITED BY SIZE
               FZK-FREEZE-TO DELIMITED BY SIZE
               " - CALENDAR NOT LOADED" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE 8 TO WS-RUN-RC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "CALMAINT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-LOAD-ONE-DATE.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-EDIT-LOAD-REC
           IF WS-LOAD-OPENED
               CLOSE LOAD-FILE
           END-IF
           IF WS-MASTER-OPENED
               CLOSE NEWMASTER-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "CALMAINT: ENDING WITH RETURN CODE "
                   WS-RUN-RC
