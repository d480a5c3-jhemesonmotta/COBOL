      *              cycle can bootstrap itself. The roll is the last
      *              step of the cycle: everything that runs after
      *              midnight but before the roll still carries the
      *              business day it belongs to. Run standalone, the
      *              roll is privileged: the operator control card
      *              must name the operator and the reason or ticket,
      *              or the date is left where it is and the run ends
      *              8. Every roll and every refusal is recorded on
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
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-PRIVCARD-FILE-STATUS PIC X(02).
       01  WS-PRIVLOG-FILE-STATUS  PIC X(02).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

           05  WS-LEAP-REM         PIC 9(02) VALUE ZERO.
           05  WS-LEAP-DUMMY       PIC 9(02) VALUE ZERO.

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
           PERFORM 1000-READ-CURRENT-DATE
           PERFORM 1600-CHECK-PRIV-CARD
           IF WS-PRIV-ACCEPTED
               PERFORM 2000-ADVANCE-ONE-DAY
               PERFORM 3000-REWRITE-CONTROL
               PERFORM 9000-FINISH
           ELSE
               PERFORM 1690-REFUSE-RUN
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
           MOVE WS-OLD-DATE TO PA-RUN-DATE
           ACCEPT PA-TIMESTAMP FROM TIME
           MOVE "DATEROLL" TO PA-PROGRAM-ID
           MOVE WS-PRIV-OPERATOR TO PA-OPERATOR-ID
           MOVE WS-PRIV-OUTCOME TO PA-OUTCOME
           MOVE WS-PRIV-REASON TO PA-REASON
           MOVE WS-PRIV-ACTION TO PA-ACTION
           WRITE PRIV-ACTION-RECORD
           CLOSE PRIVLOG-FILE
           MOVE "P" TO WS-PRIV-OUTCOME.

      ******************************************************************
      * A REFUSED ROLL LEAVES THE CONTROL FILE EXACTLY AS IT WAS.
      ******************************************************************
       1690-REFUSE-RUN.
           DISPLAY "DATEROLL: REFUSED - " WS-PRIV-ACTION
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "DATEROLL" TO AUDIT-PROGRAM-ID
           MOVE WS-OLD-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE "E" TO AUDIT-SEVERITY
           STRING "REFUSED: " DELIMITED BY SIZE
               WS-PRIV-ACTION DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-FILE
           MOVE "R" TO WS-PRIV-OUTCOME
           PERFORM 1650-WRITE-PRIV-ACTION
           MOVE 8 TO WS-RUN-RC
           DISPLAY "DATEROLL: ENDING WITH RETURN CODE " WS-RUN-RC.

       2000-ADVANCE-ONE-DAY.
           IF WS-DAY-OF-WEEK < 7
               ADD 1 TO WS-DAY-OF-WEEK
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "BUSINESS DATE ROLLED TO " DELIMITED BY SIZE
               WS-NEW-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-PRIV-OPERATOR DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           MOVE SPACES TO WS-PRIV-ACTION
           STRING "BUSINESS DATE ROLLED " DELIMITED BY SIZE
               WS-OLD-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-NEW-DATE DELIMITED BY SIZE
               INTO WS-PRIV-ACTION
           END-STRING
           IF WS-SEEDED
               MOVE "BUSINESS DATE SEEDED FROM SYSTEM CLOCK"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-AUDIT-MESSAGE TO WS-PRIV-ACTION
           END-IF
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-FILE
           PERFORM 1650-WRITE-PRIV-ACTION.

       END PROGRAM DATEROLL.
