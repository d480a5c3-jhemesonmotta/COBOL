      *              with a nonzero return code when that balance
      *              fails. Also produces a field-layout documentation
      *              report describing the shared NUMPAL copybook.
      *              The master carries one row per NUMERO per
      *              language (IDIOMA), so the matched key is NUMERO
      *              and IDIOMA together and each transaction adds,
      *              changes or deletes one language row; a row or
      *              transaction with no language code is taken as
      *              the default language (PT).
      *              Inside a change freeze that covers NUMPALDB on
      *              the freeze calendar, every add, change and delete
      *              is rejected (reason N007) and the master passes
      *              through unchanged, unless an emergency override
      *              card for the day carries an approver; either way
      *              the transaction goes on the audit log and the
      *              freeze-exception register, and a refusal ends 4.
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
           COPY NUMPAL REPLACING
               ==01  NUMPAL-RECORD== BY ==05  TRANS-DATA==
               ==05  NUMERO== BY ==10  TRANS-NUMERO==
               ==05  PALAVRA== BY ==10  TRANS-PALAVRA==
               ==05  IDIOMA== BY ==10  TRANS-IDIOMA==.

       FD  NEWMASTER-FILE.
       COPY NUMPAL REPLACING
           ==NUMPAL-RECORD== BY ==NEWMASTER-RECORD==
           ==NUMERO== BY ==NEWMASTER-NUMERO==
           ==PALAVRA== BY ==NEWMASTER-PALAVRA==
           ==IDIOMA== BY ==NEWMASTER-IDIOMA==.
       COPY XMITCTL.

       FD  DOC-FILE.
           05  NJ-TRANS-CODE           PIC X(01).
           05  NJ-NUMERO               PIC X(03).
           05  NJ-PALAVRA              PIC X(05).
           05  NJ-IDIOMA               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NJ-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  NV-STAMP-TIME       PIC 9(08).

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY       PIC X(01) VALUE "I".
       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW        PIC X(01) VALUE "N".
               88  WS-MASTER-EOF                   VALUE "Y".
               88  WS-TRANS-VALID                  VALUE "Y".
           05  WS-MASTER-VALID-SW      PIC X(01) VALUE "N".
               88  WS-MASTER-VALID                 VALUE "Y".
           05  WS-FREEZE-REFUSED-SW    PIC X(01) VALUE "N".
               88  WS-FREEZE-REFUSED               VALUE "Y".

       01  WS-KEY-FIELDS.
           05  WS-MASTER-KEY           PIC X(05).
           05  WS-TRANS-KEY            PIC X(05).
           05  WS-CURRENT-KEY          PIC X(05).
           05  WS-PREV-MASTER-KEY      PIC X(05) VALUE LOW-VALUES.
           05  WS-PREV-TRANS-KEY       PIC X(05) VALUE LOW-VALUES.
       01  WS-DEFAULT-IDIOMA           PIC X(02) VALUE "PT".

       01  WS-HOLD-RECORD.
           05  WS-HOLD-NUMERO          PIC 9(3).
           05  WS-HOLD-PALAVRA         PIC A(5).
           05  WS-HOLD-IDIOMA          PIC X(2).

       01  WS-COUNTERS.
           05  WS-MASTER-IN-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-DELETE-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-EDIT-REJ-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-FROZEN-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-EXPECTED-OUT         PIC S9(08) VALUE ZERO.
           05  WS-COUNT-ED             PIC ZZZZZZ9.

       01  WS-REGISTER-FIELDS.
           05  WS-BEFORE-IMAGE         PIC X(12).
           05  WS-AFTER-IMAGE          PIC X(12).

       01  WS-REJECT-FIELDS.
           05  WS-REJECT-REASON        PIC X(04).
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-XMIT-HASH                PIC 9(13)V99 COMP-3 VALUE ZERO.

       COPY FRZPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN INPUT MASTER-FILE
           OPEN INPUT TRANS-FILE
           OPEN OUTPUT NEWMASTER-FILE
           WRITE NEWVERSION-RECORD
           CLOSE NEWVERSION-FILE.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "VARIAVEI" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-BALANCE-LINE.
           IF WS-MASTER-KEY < WS-TRANS-KEY
               MOVE WS-MASTER-KEY TO WS-CURRENT-KEY
               AND NOT WS-MASTER-EOF
               MOVE NUMERO TO WS-HOLD-NUMERO
               MOVE PALAVRA TO WS-HOLD-PALAVRA
               MOVE IDIOMA TO WS-HOLD-IDIOMA
               SET WS-RECORD-ACTIVE TO TRUE
               PERFORM 2010-READ-MASTER
           ELSE
           IF WS-RECORD-ACTIVE
               MOVE WS-HOLD-NUMERO TO NEWMASTER-NUMERO
               MOVE WS-HOLD-PALAVRA TO NEWMASTER-PALAVRA
               MOVE WS-HOLD-IDIOMA TO NEWMASTER-IDIOMA
               WRITE NEWMASTER-RECORD
               ADD 1 TO WS-MASTER-OUT-COUNT
               ADD WS-HOLD-NUMERO TO WS-XMIT-HASH
                   ELSE
                       SET WS-MASTER-VALID TO TRUE
                       ADD 1 TO WS-MASTER-IN-COUNT
                       IF IDIOMA = SPACES
                           MOVE WS-DEFAULT-IDIOMA TO IDIOMA
                       END-IF
                       MOVE NUMPAL-RECORD (1:3) TO WS-MASTER-KEY (1:3)
                       MOVE IDIOMA TO WS-MASTER-KEY (4:2)
                       IF WS-MASTER-KEY < WS-PREV-MASTER-KEY
                           PERFORM 2910-SEQUENCE-ERROR
                       END-IF
                   MOVE "N002" TO WS-REJECT-REASON
                   MOVE "PALAVRA NOT ALPHABETIC" TO WS-REJECT-TEXT
                   PERFORM 2400-WRITE-EDIT-REJECT
               WHEN TRANS-IDIOMA IS NOT ALPHABETIC
                   MOVE "N006" TO WS-REJECT-REASON
                   MOVE "IDIOMA NOT ALPHABETIC" TO WS-REJECT-TEXT
                   PERFORM 2400-WRITE-EDIT-REJECT
               WHEN OTHER
                   SET WS-TRANS-VALID TO TRUE
                   IF TRANS-IDIOMA = SPACES
                       MOVE WS-DEFAULT-IDIOMA TO TRANS-IDIOMA
                   END-IF
                   MOVE TRANS-NUMERO TO WS-TRANS-KEY (1:3)
                   MOVE TRANS-IDIOMA TO WS-TRANS-KEY (4:2)
                   IF WS-TRANS-KEY < WS-PREV-TRANS-KEY
                       PERFORM 2920-TRANS-SEQUENCE-ERROR
                   END-IF
           MOVE TRANS-CODE TO NJ-TRANS-CODE
           MOVE TRANS-NUMERO TO NJ-NUMERO
           MOVE TRANS-PALAVRA TO NJ-PALAVRA
           MOVE TRANS-IDIOMA TO NJ-IDIOMA
           MOVE WS-REJECT-REASON TO NJ-REASON-CODE
           MOVE WS-REJECT-TEXT TO NJ-REASON-TEXT
           WRITE REJECT-RECORD.

       2100-APPLY-ONE-TRANS.
           PERFORM 2150-SET-BEFORE-IMAGE
           MOVE "N" TO WS-FREEZE-REFUSED-SW
           IF TRANS-IS-ADD OR TRANS-IS-CHANGE OR TRANS-IS-DELETE
               PERFORM 2120-CHECK-FREEZE
           END-IF
           IF WS-FREEZE-REFUSED
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-FROZEN-COUNT
               MOVE "N007" TO WS-REJECT-REASON
               MOVE SPACES TO WS-REJECT-TEXT
               STRING "IN CHANGE FREEZE " DELIMITED BY SIZE
                   FZK-FREEZE-ID DELIMITED BY SIZE
                   INTO WS-REJECT-TEXT
               END-STRING
               PERFORM 2450-WRITE-REJECT-RECORD
               MOVE "FROZEN" TO WS-AFTER-IMAGE
               PERFORM 2200-WRITE-REGISTER-LINE
           ELSE
               PERFORM 2110-APPLY-UNFROZEN-TRANS
           END-IF
           PERFORM 2020-READ-TRANS.

       2110-APPLY-UNFROZEN-TRANS.
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   IF WS-RECORD-ACTIVE
                       DISPLAY "VARIAVEIS: DUPLICATE ADD IGNORED, "
                           "NUMERO = " TRANS-NUMERO " " TRANS-IDIOMA
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "N004" TO WS-REJECT-REASON
                       MOVE "DUPLICATE ADD" TO WS-REJECT-TEXT
                       PERFORM 2450-WRITE-REJECT-RECORD
                       MOVE "DUPLICATE" TO WS-AFTER-IMAGE
                       PERFORM 2200-WRITE-REGISTER-LINE
                   ELSE
                       MOVE TRANS-NUMERO TO WS-HOLD-NUMERO
                       MOVE TRANS-PALAVRA TO WS-HOLD-PALAVRA
                       MOVE TRANS-IDIOMA TO WS-HOLD-IDIOMA
                       SET WS-RECORD-ACTIVE TO TRUE
                       ADD 1 TO WS-ADD-COUNT
                       PERFORM 2160-SET-AFTER-IMAGE
                       PERFORM 2200-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY "VARIAVEIS: CHANGE NOT FOUND, NUMERO = "
                           TRANS-NUMERO " " TRANS-IDIOMA
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "N005" TO WS-REJECT-REASON
                       MOVE "CHANGE TARGET NOT FOUND" TO WS-REJECT-TEXT
                       PERFORM 2200-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY "VARIAVEIS: DELETE NOT FOUND, NUMERO = "
                           TRANS-NUMERO " " TRANS-IDIOMA
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "N005" TO WS-REJECT-REASON
                       MOVE "DELETE TARGET NOT FOUND" TO WS-REJECT-TEXT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "BAD CODE" TO WS-AFTER-IMAGE
                   PERFORM 2200-WRITE-REGISTER-LINE
           END-EVALUATE.

      ******************************************************************
      * A TRANSACTION INSIDE A CHANGE FREEZE ON NUMPALDB GOES ON THE
      * FREEZE-EXCEPTION REGISTER AND THE AUDIT LOG EITHER WAY: AS
      * REFUSED, OR AS OVERRIDDEN WHEN TODAY'S EMERGENCY OVERRIDE
      * CARD NAMES AN APPROVER - AND THEN IT IS APPLIED AS USUAL.
      * WITH NO FREEZE CALENDAR AT ALL NOTHING IS FROZEN, BUT EACH
      * CHECK LEAVES A WARNING ON THE AUDIT LOG AND RC 4.
      ******************************************************************
       2120-CHECK-FREEZE.
           MOVE "C" TO FZK-FUNCTION
           MOVE "VARIAVEI" TO FZK-PROGRAM-ID
           MOVE "NUMPALDB" TO FZK-MASTER-DD
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
               STRING TRANS-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRANS-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRANS-IDIOMA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRANS-PALAVRA DELIMITED BY SIZE
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

       2150-SET-BEFORE-IMAGE.
           IF WS-RECORD-ACTIVE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-HOLD-NUMERO TO WS-BEFORE-IMAGE (1:3)
               MOVE WS-HOLD-PALAVRA TO WS-BEFORE-IMAGE (5:5)
               MOVE WS-HOLD-IDIOMA TO WS-BEFORE-IMAGE (11:2)
           ELSE
               MOVE "(NONE)" TO WS-BEFORE-IMAGE
           END-IF.
       2160-SET-AFTER-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE WS-HOLD-NUMERO TO WS-AFTER-IMAGE (1:3)
           MOVE WS-HOLD-PALAVRA TO WS-AFTER-IMAGE (5:5)
           MOVE WS-HOLD-IDIOMA TO WS-AFTER-IMAGE (11:2).

       2200-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-RECORD
           STRING TRANS-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANS-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANS-IDIOMA DELIMITED BY SIZE
               "  BEFORE: " DELIMITED BY SIZE
               WS-BEFORE-IMAGE DELIMITED BY SIZE
               "  AFTER: " DELIMITED BY SIZE

       3000-CLOSE-FILES.
           PERFORM 3100-WRITE-RECONCILIATION
           IF WS-RUN-RC = ZERO AND WS-FROZEN-COUNT > ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
           PERFORM 3200-WRITE-XMIT-CONTROL
           PERFORM 1250-WRITE-NEW-VERSION
           CLOSE MASTER-FILE
           CLOSE TRANS-FILE
           CLOSE NEWMASTER-FILE
           CLOSE REGISTER-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-FILE.

      ******************************************************************
      * RECORDS IN PLUS ADDS MINUS DELETES MUST EQUAL RECORDS OUT ON
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE "MALFORMED TRANS  : " TO REGISTER-RECORD (1:19)
           WRITE REGISTER-RECORD
           MOVE WS-FROZEN-COUNT TO WS-COUNT-ED
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE "REFUSED, FROZEN  : " TO REGISTER-RECORD (1:19)
           WRITE REGISTER-RECORD
           MOVE WS-MASTER-OUT-COUNT TO WS-COUNT-ED
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE "RECORDS OUT      : " TO REGISTER-RECORD (1:19)
           ELSE
               MOVE "RECONCILIATION: *** OUT OF BALANCE ***"
                   TO REGISTER-RECORD
               IF WS-RUN-RC < 8
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF
           WRITE DOC-RECORD
           MOVE "PALAVRA      A(5)        04      05" TO DOC-RECORD
           WRITE DOC-RECORD
           MOVE "IDIOMA       X(2)        09      02" TO DOC-RECORD
           WRITE DOC-RECORD
           CLOSE DOC-FILE.

       END PROGRAM variaveis.
