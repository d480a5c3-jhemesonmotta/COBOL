      *              print. The refreshed master and
      *              an edit/list report of every control value on
      *              file are written as before.
      *              An approved change that falls inside a change
      *              freeze covering PARMFILE on the freeze calendar
      *              is held, not applied: it prints on the approval
      *              trail as held for the freeze, carries forward on
      *              the pending file to be approved again once the
      *              freeze is lifted, goes on the audit log and the
      *              freeze-exception register, and the run ends 4 -
      *              unless an emergency override card for the day
      *              carries an approver, when it is applied and
      *              registered as an exception.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                          VALUE "Y".
           05  WS-FOUND-SW             PIC X(01) VALUE "N".
               88  WS-FOUND                        VALUE "Y".
           05  WS-FREEZE-REFUSED-SW    PIC X(01) VALUE "N".
               88  WS-FREEZE-REFUSED               VALUE "Y".

       01  WS-FILE-STATUSES.
           05  WS-TRANS-FILE-STATUS    PIC X(02).
           05  WS-APPROVAL-FILE-STATUS PIC X(02).
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-RC                   PIC 9(02) VALUE ZERO.
       01  WS-AUDIT-MESSAGE            PIC X(60).
       01  WS-AUDIT-SEVERITY           PIC X(01) VALUE "I".

       01  WS-TABLE-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-PARM-TABLE.
                   88  WS-PEND-PENDING         VALUE "P".
                   88  WS-PEND-APPROVED        VALUE "A".
                   88  WS-PEND-REJECTED        VALUE "R".
                   88  WS-PEND-FROZEN          VALUE "F".
               10  WS-PEND-REASON      PIC X(30).
               10  WS-PEND-REFERENCE   PIC X(08).

           05  WS-APPROVED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-ORPHAN-APPV-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-FROZEN-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-COUNT-ED             PIC ZZZZ9.

       COPY FRZPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1900-OPEN-HISTORY-FILE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1500-LOAD-RULES
           PERFORM 1000-LOAD-MASTER
           PERFORM 1600-LOAD-PENDING
           PERFORM 3600-WRITE-APPROVAL-REPORT
           PERFORM 4000-LIST-REPORT
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           IF WS-FROZEN-COUNT > ZERO AND WS-RUN-RC = ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "PARMMAINT: ENDING WITH RETURN CODE "
                   WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
               CLOSE BUSDATE-FILE
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1850-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PARMMAIN" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       1900-OPEN-HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   TO WS-APPLY-EFF-DATE
               MOVE WS-PEND-REFERENCE (WS-PEND-IX)
                   TO WS-APPLY-REFERENCE
               PERFORM 2720-CHECK-FREEZE
               IF WS-FREEZE-REFUSED
                   PERFORM 2730-HOLD-FROZEN-CHANGE
               ELSE
                   PERFORM 2800-APPLY-ONE-CHANGE
               END-IF
           END-IF.

      ******************************************************************
      * AN APPROVED CHANGE INSIDE A CHANGE FREEZE ON PARMFILE GOES ON
      * THE FREEZE-EXCEPTION REGISTER AND THE AUDIT LOG EITHER WAY:
      * AS REFUSED, OR AS OVERRIDDEN WHEN TODAY'S EMERGENCY OVERRIDE
      * CARD NAMES AN APPROVER - AND THEN IT IS APPLIED AS USUAL.
      * WITH NO FREEZE CALENDAR AT ALL NOTHING IS FROZEN, BUT EACH
      * CHECK LEAVES A WARNING ON THE AUDIT LOG AND RC 4.
      ******************************************************************
       2720-CHECK-FREEZE.
           MOVE "N" TO WS-FREEZE-REFUSED-SW
           MOVE "C" TO FZK-FUNCTION
           MOVE "PARMMAIN" TO FZK-PROGRAM-ID
           MOVE "PARMFILE" TO FZK-MASTER-DD
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
               PERFORM 1850-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           IF FZK-FROZEN
               MOVE WS-APPLY-VALUE TO WS-VALUE-ED
               MOVE SPACES TO FZK-CHANGE
               STRING WS-APPLY-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APPLY-PROGRAM-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-APPLY-NAME DELIMITED BY SPACE
                   WS-VALUE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APPLY-EFF-DATE DELIMITED BY SIZE
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
               PERFORM 1850-WRITE-AUDIT-LOG
           END-IF.

      ******************************************************************
      * A HELD CHANGE LOSES ITS APPROVAL: IT CARRIES FORWARD AS
      * PENDING AND MUST BE APPROVED AGAIN ONCE THE FREEZE IS LIFTED.
      ******************************************************************
       2730-HOLD-FROZEN-CHANGE.
           MOVE "F" TO WS-PEND-STATUS-SW (WS-PEND-IX)
           MOVE SPACES TO WS-PEND-REASON (WS-PEND-IX)
           STRING "FREEZE " DELIMITED BY SIZE
               FZK-FREEZE-ID DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FZK-FREEZE-TO DELIMITED BY SIZE
               INTO WS-PEND-REASON (WS-PEND-IX)
           END-STRING
           ADD 1 TO WS-FROZEN-COUNT
           DISPLAY "PARMMAINT: CHANGE FREEZE " FZK-FREEZE-ID
               " IN FORCE, HELD " WS-APPLY-PROGRAM-ID " "
               WS-APPLY-NAME.

       2800-APPLY-ONE-CHANGE.
           PERFORM 2100-FIND-PARM-ENTRY
           EVALUATE TRUE

       3210-WRITE-PENDING-ENTRY.
           IF WS-PEND-PENDING (WS-PEND-IX)
               OR WS-PEND-FROZEN (WS-PEND-IX)
               ADD 1 TO WS-PENDING-OUT-COUNT
               MOVE SPACES TO PENDING-RECORD
               MOVE WS-PEND-CODE (WS-PEND-IX) TO PEND-TRANS-CODE
               INTO APPROVAL-RPT-RECORD
           END-STRING
           WRITE APPROVAL-RPT-RECORD
           MOVE WS-FROZEN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO APPROVAL-RPT-RECORD
           STRING "HELD, FROZEN  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO APPROVAL-RPT-RECORD
           END-STRING
           WRITE APPROVAL-RPT-RECORD
           MOVE WS-ORPHAN-APPV-COUNT TO WS-COUNT-ED
           MOVE SPACES TO APPROVAL-RPT-RECORD
           STRING "BAD APPROVALS : " DELIMITED BY SIZE
                   MOVE "REJECTED" TO APPROVAL-RPT-RECORD (62:8)
                   MOVE WS-PEND-REASON (WS-PEND-IX)
                       TO APPROVAL-RPT-RECORD (71:30)
               WHEN WS-PEND-FROZEN (WS-PEND-IX)
                   MOVE "HELD" TO APPROVAL-RPT-RECORD (62:4)
                   MOVE WS-PEND-REASON (WS-PEND-IX)
                       TO APPROVAL-RPT-RECORD (71:30)
               WHEN OTHER
                   MOVE "PENDING" TO APPROVAL-RPT-RECORD (62:7)
           END-EVALUATE
