      *              sorted transaction file for the daily trickle
      *              maintenance. Each entry passes the same edits
      *              the maintenance run applies (numeric NUMERO,
      *              alphabetic PALAVRA and language code), the
      *              survivors sort on NUMERO and IDIOMA - an entry
      *              with no language code is taken as the default
      *              language (PT) - duplicates of a NUMERO in one
      *              language drop with a register line,
      *              and a clean NUMPALDB master is written with a
      *              load register of in, out and reject counts.
      *              The load replaces the whole master, so inside a
      *              change freeze that covers NUMPALDB on the freeze
      *              calendar it is refused outright - the master is
      *              not opened, the refusal goes on the register, the
      *              audit log and the freeze-exception register, and
      *              the run ends 8 - unless an emergency override
      *              card for the day carries an approver, when the
      *              load runs and is registered as an exception.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REGISTER-FILE ASSIGN TO "NPLBLKRG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  BK-NUMERO           PIC X(03).
           05  FILLER              PIC X(01).
           05  BK-PALAVRA          PIC X(05).
           05  FILLER              PIC X(01).
           05  BK-IDIOMA           PIC X(02).

       FD  NEWMASTER-FILE.
       COPY NUMPAL.
       01  SORT-RECORD.
           05  SRT-NUMERO          PIC 9(03).
           05  SRT-PALAVRA         PIC A(05).
           05  SRT-IDIOMA          PIC X(02).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BULK-FILE-STATUS     PIC X(02).
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY       PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-FREEZE-REFUSED-SW PIC X(01) VALUE "N".
               88  WS-FREEZE-REFUSED          VALUE "Y".

       01  WS-PREV-KEY.
           05  WS-PREV-NUMERO      PIC X(03) VALUE LOW-VALUES.
           05  WS-PREV-IDIOMA      PIC X(02) VALUE LOW-VALUES.
       01  WS-DEFAULT-IDIOMA       PIC X(02) VALUE "PT".

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECT-TEXT          PIC X(30).
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       COPY FRZPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REGISTER-FILE
           MOVE "NUMPAL BULK LOAD REGISTER" TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM 1700-CHECK-FREEZE
           IF WS-FREEZE-REFUSED
               PERFORM 1790-REFUSE-LOAD
           ELSE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-NUMERO SRT-IDIOMA
                   INPUT PROCEDURE IS 2000-EDIT-AND-RELEASE
                   OUTPUT PROCEDURE IS 3000-DEDUP-AND-WRITE
               PERFORM 4000-WRITE-TOTALS
           END-IF
           CLOSE REGISTER-FILE
           CLOSE AUDIT-FILE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

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
      * A LOAD INSIDE A CHANGE FREEZE ON NUMPALDB GOES ON THE
      * FREEZE-EXCEPTION REGISTER AND THE AUDIT LOG EITHER WAY: AS
      * REFUSED, OR AS OVERRIDDEN WHEN TODAY'S EMERGENCY OVERRIDE
      * CARD NAMES AN APPROVER - AND THEN THE LOAD GOES AHEAD.
      * WITH NO FREEZE CALENDAR AT ALL NOTHING IS FROZEN, BUT EACH
      * CHECK LEAVES A WARNING ON THE AUDIT LOG AND RC 4.
      ******************************************************************
       1700-CHECK-FREEZE.
           MOVE "N" TO WS-FREEZE-REFUSED-SW
           MOVE "C" TO FZK-FUNCTION
           MOVE "NPLBULK" TO FZK-PROGRAM-ID
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
               MOVE "BULK RELOAD OF NUMPALDB FROM NPLBLKIN"
                   TO FZK-CHANGE
               MOVE "L" TO FZK-FUNCTION
               CALL "FRZCHK" USING FREEZE-CHECK-PARMS
               MOVE SPACES TO WS-AUDIT-MESSAGE
               IF FZK-OVERRIDDEN
                   STRING "FREEZE " DELIMITED BY SIZE
                       FZK-FREEZE-ID DELIMITED BY SIZE
                       " OVERRIDDEN BY " DELIMITED BY SIZE
                       FZK-APPROVER-ID DELIMITED BY SIZE
                       ": BULK RELOAD RUN" DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE SPACES TO REGISTER-RECORD
                   STRING "*** CHANGE FREEZE " DELIMITED BY SIZE
                       FZK-FREEZE-ID DELIMITED BY SIZE
                       " OVERRIDDEN, APPROVED BY " DELIMITED BY SIZE
                       FZK-APPROVER-ID DELIMITED BY SIZE
                       INTO REGISTER-RECORD
                   END-STRING
                   WRITE REGISTER-RECORD
               ELSE
                   SET WS-FREEZE-REFUSED TO TRUE
                   STRING "FREEZE " DELIMITED BY SIZE
                       FZK-FREEZE-ID DELIMITED BY SIZE
                       " REFUSED: BULK RELOAD NOT RUN"
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               END-IF
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       1790-REFUSE-LOAD.
           DISPLAY "NPLBULK: CHANGE FREEZE " FZK-FREEZE-ID
               " IN FORCE TO " FZK-FREEZE-TO ", LOAD REFUSED"
           MOVE SPACES TO REGISTER-RECORD
           STRING "*** REFUSED: CHANGE FREEZE " DELIMITED BY SIZE
               FZK-FREEZE-ID DELIMITED BY SIZE
               " IN FORCE TO " DELIMITED BY SIZE
               FZK-FREEZE-TO DELIMITED BY SIZE
               " - MASTER NOT LOADED" DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE 8 TO WS-RUN-RC
           DISPLAY "NPLBULK: ENDING WITH RETURN CODE " WS-RUN-RC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "NPLBULK" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * THE INPUT SIDE OF THE SORT APPLIES THE SAME EDITS THE DAILY
      * MAINTENANCE RUN APPLIES TO ITS TRANSACTIONS: A NON-NUMERIC
      * NUMERO, A NON-ALPHABETIC PALAVRA OR A NON-ALPHABETIC LANGUAGE
      * CODE NEVER REACHES THE MASTER.
      ******************************************************************
       2000-EDIT-AND-RELEASE.
           OPEN INPUT BULK-FILE
               WHEN BK-PALAVRA IS NOT ALPHABETIC
                   MOVE "PALAVRA NOT ALPHABETIC" TO WS-REJECT-TEXT
                   PERFORM 2300-WRITE-EDIT-REJECT
               WHEN BK-IDIOMA IS NOT ALPHABETIC
                   MOVE "IDIOMA NOT ALPHABETIC" TO WS-REJECT-TEXT
                   PERFORM 2300-WRITE-EDIT-REJECT
               WHEN OTHER
                   MOVE BK-NUMERO TO SRT-NUMERO
                   MOVE BK-PALAVRA TO SRT-PALAVRA
                   IF BK-IDIOMA = SPACES
                       MOVE WS-DEFAULT-IDIOMA TO SRT-IDIOMA
                   ELSE
                       MOVE BK-IDIOMA TO SRT-IDIOMA
                   END-IF
                   RELEASE SORT-RECORD
           END-EVALUATE
           PERFORM 2100-READ-BULK-REC.
               BK-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-PALAVRA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-IDIOMA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REJECT-TEXT DELIMITED BY SIZE
               INTO REGISTER-RECORD

      ******************************************************************
      * THE OUTPUT SIDE WRITES THE SORTED ENTRIES TO THE NEW MASTER,
      * DROPPING EVERY REPEAT OF A NUMERO IN THE SAME LANGUAGE
      * AFTER ITS FIRST - THE FIRST OCCURRENCE IN SORT ORDER WINS,
      * THE REST PRINT ON THE REGISTER.
      ******************************************************************
       3000-DEDUP-AND-WRITE.
           OPEN OUTPUT NEWMASTER-FILE
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO WS-PREV-KEY
           PERFORM 3100-RETURN-SORTED-REC
           PERFORM 3200-TAKE-SORTED-REC UNTIL WS-EOF
           CLOSE NEWMASTER-FILE.

       3200-TAKE-SORTED-REC.
           IF SRT-NUMERO = WS-PREV-NUMERO
               AND SRT-IDIOMA = WS-PREV-IDIOMA
               ADD 1 TO WS-DUP-COUNT
               MOVE SPACES TO REGISTER-RECORD
               STRING "DUPLICATE DROPPED: " DELIMITED BY SIZE
                   SRT-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SRT-PALAVRA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SRT-IDIOMA DELIMITED BY SIZE
                   INTO REGISTER-RECORD
               END-STRING
               WRITE REGISTER-RECORD
               ADD 1 TO WS-LOADED-COUNT
               MOVE SRT-NUMERO TO NUMERO
               MOVE SRT-PALAVRA TO PALAVRA
               MOVE SRT-IDIOMA TO IDIOMA
               WRITE NUMPAL-RECORD
               MOVE SRT-NUMERO TO WS-PREV-NUMERO
               MOVE SRT-IDIOMA TO WS-PREV-IDIOMA
           END-IF
           PERFORM 3100-RETURN-SORTED-REC.

