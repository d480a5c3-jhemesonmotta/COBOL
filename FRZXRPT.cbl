      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Monthly freeze-exceptions report for the
      *              operations manager's sign-off, fired by the step
      *              table on the first business day of the month.
      *              Lists every line the master maintenance
      *              programs put on the freeze-exception register
      *              for the month just ended - each change refused
      *              because a change freeze covered its master, and
      *              each change applied inside a freeze under an
      *              emergency override - when, which program and
      *              master, which freeze, the approver and reason
      *              from the override card and what the change was,
      *              then totals by program and closes with the
      *              sign-off block. The month reported is the one
      *              before the business date unless the parameter
      *              file names one (YYMM). Ends 4 when the month
      *              holds an overridden change or the register
      *              cannot be read, so neither passes without a
      *              look.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZXRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "FRZEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FRZXRPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT ATTEST-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       COPY FRZEXCP.

       FD  PARM-FILE.
       COPY PARMREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  ATTEST-FILE.
       COPY ATTESTRC.

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXCEPTION-FILE-STATUS PIC X(02).
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-ATTEST-FILE-STATUS   PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YY           PIC 9(02).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-PGM-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-PGM-FOUND               VALUE "Y".

      ******************************************************************
      * THE MONTH REPORTED, YYMM. ZERO ON THE PARAMETER FILE (OR NO
      * ENTRY AT ALL) MEANS THE MONTH BEFORE THE BUSINESS DATE.
      ******************************************************************
       01  WS-PARM-FIELDS.
           05  WS-PV-REPORT-MONTH  PIC 9(09) VALUE ZERO.
           05  WS-PV-SOURCE        PIC X(01) VALUE "D".
       01  WS-REPORT-MONTH         PIC 9(04) VALUE ZERO.
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YY        PIC 9(02).
           05  WS-REPORT-MM        PIC 9(02).

       01  WS-PROGRAM-TABLE.
           05  WS-PGM-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-PGM-ENTRY OCCURS 10 TIMES.
               10  WS-PGM-ID       PIC X(08).
               10  WS-PGM-REFUSED  PIC 9(05).
               10  WS-PGM-OVERRIDDEN PIC 9(05).

       01  WS-WORK-FIELDS.
           05  WS-PGM-IX           PIC 9(02) VALUE ZERO.
           05  WS-MATCH-IX         PIC 9(02) VALUE ZERO.
           05  WS-TIME-WORK        PIC 9(08) VALUE ZERO.
           05  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
               10  WS-TIME-HH      PIC 9(02).
               10  WS-TIME-MM      PIC 9(02).
               10  WS-TIME-SS      PIC 9(02).
               10  WS-TIME-CC      PIC 9(02).

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-MONTH-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-REFUSED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-OVERRIDDEN-COUNT PIC 9(07) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-DATE          PIC 99/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-HH            PIC 9(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  WS-DL-MM            PIC 9(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  WS-DL-SS            PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-PROGRAM       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-MASTER        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-FREEZE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-OUTCOME       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-APPROVER      PIC X(08).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "CHANGE:".
           05  WS-CL-CHANGE        PIC X(40).
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-REASON-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "REASON:".
           05  WS-RL-REASON        PIC X(40).
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(12) VALUE "  DATE".
           05  FILLER              PIC X(10) VALUE "TIME".
           05  FILLER              PIC X(10) VALUE "PROGRAM".
           05  FILLER              PIC X(10) VALUE "MASTER".
           05  FILLER              PIC X(10) VALUE "FREEZE".
           05  FILLER              PIC X(12) VALUE "OUTCOME".
           05  FILLER              PIC X(36) VALUE "APPROVER".

       01  WS-SIGNOFF-LINE.
           05  FILLER              PIC X(30)
                   VALUE "NAME: ______________________".
           05  FILLER              PIC X(36)
                   VALUE "SIGNATURE: ______________________".
           05  FILLER              PIC X(34)
                   VALUE "DATE: __________".

       01  WS-PROGRAM-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-PROGRAM       PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-PL-REFUSED       PIC ZZZZ9.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  WS-PL-OVERRIDDEN    PIC ZZZZ9.
           05  FILLER              PIC X(69) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-COUNT-ED2        PIC ZZZZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-MONTH
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-READ-PARM
           PERFORM 1790-WRITE-ATTESTATION
           PERFORM 1200-SET-REPORT-MONTH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGE-FREEZE EXCEPTIONS FOR MONTH "
                   DELIMITED BY SIZE
               WS-REPORT-YY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-REPORT-MM DELIMITED BY SIZE
               "     RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

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

       1100-READ-PARM.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1110-READ-PARM-REC
               PERFORM 1120-CHECK-PARM-REC UNTIL WS-EOF
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-PARM-REC.
           READ PARM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-CHECK-PARM-REC.
           IF (PARM-EFF-DATE IS NOT NUMERIC
               OR PARM-EFF-DATE <= WS-RUN-DATE)
               AND PARM-PROGRAM-ID = "FRZXRPT"
               AND PARM-NAME = "REPMONTH"
               AND PARM-VALUE IS NUMERIC
               AND PARM-VALUE NOT < ZERO
               MOVE PARM-VALUE TO WS-PV-REPORT-MONTH
               MOVE "P" TO WS-PV-SOURCE
           END-IF
           PERFORM 1110-READ-PARM-REC.

      ******************************************************************
      * A NAMED MONTH MUST BE A REAL YYMM; ANYTHING ELSE FALLS BACK
      * TO THE MONTH BEFORE THE BUSINESS DATE, WITH A WARNING.
      ******************************************************************
       1200-SET-REPORT-MONTH.
           IF WS-PV-REPORT-MONTH NOT = ZERO
               IF WS-PV-REPORT-MONTH < 10000
                   MOVE WS-PV-REPORT-MONTH TO WS-REPORT-MONTH
               END-IF
               IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                   DISPLAY "FRZXRPT: REPMONTH " WS-PV-REPORT-MONTH
                       " IS NOT A YYMM, PRIOR MONTH REPORTED"
                   MOVE "REPMONTH IS NOT A YYMM, PRIOR MONTH REPORTED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 4 TO WS-RUN-RC
                   MOVE ZERO TO WS-REPORT-MONTH
               END-IF
           END-IF
           IF WS-REPORT-MONTH = ZERO
               MOVE WS-RUN-YY TO WS-REPORT-YY
               MOVE WS-RUN-MM TO WS-REPORT-MM
               IF WS-REPORT-MM > 1
                   SUBTRACT 1 FROM WS-REPORT-MM
               ELSE
                   MOVE 12 TO WS-REPORT-MM
                   IF WS-REPORT-YY > ZERO
                       SUBTRACT 1 FROM WS-REPORT-YY
                   ELSE
                       MOVE 99 TO WS-REPORT-YY
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ATTEST THE CONTROL VALUE THIS RUN WILL ACTUALLY USE AND
      * WHERE IT CAME FROM - PARAMETER FILE OR BUILT-IN DEFAULT -
      * SO A QUIET FALLBACK AFTER AN UNREADABLE PARMFILE SHOWS UP ON
      * THE MORNING COMPARATOR INSTEAD OF IN ODD-LOOKING RESULTS.
      ******************************************************************
       1790-WRITE-ATTESTATION.
           OPEN EXTEND ATTEST-FILE
           IF WS-ATTEST-FILE-STATUS NOT = "00"
               OPEN OUTPUT ATTEST-FILE
           END-IF
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "FRZXRPT" TO ATT-PROGRAM-ID
           MOVE "REPMONTH" TO ATT-PARM-NAME
           MOVE WS-PV-REPORT-MONTH TO ATT-VALUE-USED
           MOVE WS-PV-SOURCE TO ATT-SOURCE
           WRITE ATTEST-RECORD
           CLOSE ATTEST-FILE.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "FRZXRPT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * THE REGISTER IS APPEND-ONLY IN TIME ORDER, SO THE MONTH'S
      * LINES PRINT IN THE ORDER THEY HAPPENED. NO REGISTER AT ALL
      * (STATUS 35) IS A SYSTEM THAT HAS NEVER HIT A FREEZE; ONE THAT
      * IS THERE BUT WILL NOT OPEN IS REPORTED, NOT PASSED OFF AS A
      * QUIET MONTH.
      ******************************************************************
       2000-LIST-MONTH.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXCEPTION-FILE
           EVALUATE WS-EXCEPTION-FILE-STATUS
               WHEN "00"
                   PERFORM 2010-READ-EXCEPTION
                   PERFORM 2020-LIST-ONE-EXCEPTION UNTIL WS-EOF
                   CLOSE EXCEPTION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "*** FREEZE-EXCEPTION REGISTER NOT READABLE"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY "FRZXRPT: CANNOT OPEN FRZEXCP, STATUS "
                       WS-EXCEPTION-FILE-STATUS
                   MOVE "FREEZE-EXCEPTION REGISTER COULD NOT BE READ"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 4 TO WS-RUN-RC
           END-EVALUATE
           MOVE "N" TO WS-EOF-SW.

       2010-READ-EXCEPTION.
           READ EXCEPTION-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

       2020-LIST-ONE-EXCEPTION.
           IF FX-RUN-YYMM = WS-REPORT-MONTH
               ADD 1 TO WS-MONTH-COUNT
               PERFORM 2100-FIND-PROGRAM
               MOVE FX-RUN-DATE TO WS-DL-DATE
               MOVE FX-TIMESTAMP TO WS-TIME-WORK
               MOVE WS-TIME-HH TO WS-DL-HH
               MOVE WS-TIME-MM TO WS-DL-MM
               MOVE WS-TIME-SS TO WS-DL-SS
               MOVE FX-PROGRAM-ID TO WS-DL-PROGRAM
               MOVE FX-MASTER-DD TO WS-DL-MASTER
               MOVE FX-FREEZE-ID TO WS-DL-FREEZE
               MOVE FX-APPROVER-ID TO WS-DL-APPROVER
               IF FX-OVERRIDDEN
                   MOVE "OVERRIDDEN" TO WS-DL-OUTCOME
                   ADD 1 TO WS-OVERRIDDEN-COUNT
                   IF WS-MATCH-IX > ZERO
                       ADD 1 TO WS-PGM-OVERRIDDEN (WS-MATCH-IX)
                   END-IF
               ELSE
                   MOVE "REFUSED" TO WS-DL-OUTCOME
                   ADD 1 TO WS-REFUSED-COUNT
                   IF WS-MATCH-IX > ZERO
                       ADD 1 TO WS-PGM-REFUSED (WS-MATCH-IX)
                   END-IF
               END-IF
               MOVE WS-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE FX-CHANGE TO WS-CL-CHANGE
               MOVE WS-CHANGE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE FX-REASON TO WS-RL-REASON
               MOVE WS-REASON-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM 2010-READ-EXCEPTION.

       2100-FIND-PROGRAM.
           MOVE "N" TO WS-PGM-FOUND-SW
           MOVE ZERO TO WS-MATCH-IX
           PERFORM 2110-CHECK-PROGRAM
               VARYING WS-PGM-IX FROM 1 BY 1
               UNTIL WS-PGM-IX > WS-PGM-COUNT OR WS-PGM-FOUND
           IF NOT WS-PGM-FOUND
               IF WS-PGM-COUNT < 10
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-MATCH-IX
                   MOVE FX-PROGRAM-ID TO WS-PGM-ID (WS-MATCH-IX)
                   MOVE ZERO TO WS-PGM-REFUSED (WS-MATCH-IX)
                   MOVE ZERO TO WS-PGM-OVERRIDDEN (WS-MATCH-IX)
               ELSE
                   DISPLAY "FRZXRPT: PROGRAM TABLE FULL, "
                       FX-PROGRAM-ID " NOT TOTALLED"
               END-IF
           END-IF.

       2110-CHECK-PROGRAM.
           IF WS-PGM-ID (WS-PGM-IX) = FX-PROGRAM-ID
               SET WS-PGM-FOUND TO TRUE
               MOVE WS-PGM-IX TO WS-MATCH-IX
           END-IF.

      ******************************************************************
      * TOTALS BY PROGRAM, THE MONTH'S TOTALS, AND THE SIGN-OFF BLOCK
      * THE OPERATIONS MANAGER SIGNS BEFORE THE REPORT IS FILED.
      ******************************************************************
       3000-WRITE-TOTALS.
           IF WS-MONTH-COUNT = ZERO
               MOVE "  NO FREEZE EXCEPTIONS REGISTERED THIS MONTH"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  PROGRAM   REFUSED  OVERRIDDEN" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3010-WRITE-PROGRAM-LINE
               VARYING WS-PGM-IX FROM 1 BY 1
               UNTIL WS-PGM-IX > WS-PGM-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MONTH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "EXCEPTIONS REGISTERED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGES REFUSED       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-OVERRIDDEN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGES OVERRIDDEN    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "REVIEWED AND SIGNED OFF - OPERATIONS MANAGER"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SIGNOFF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-OVERRIDDEN-COUNT > ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE WS-MONTH-COUNT TO WS-COUNT-ED2
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "FREEZE EXCEPTIONS FOR " DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-COUNT-ED2 DELIMITED BY SIZE
               ", OVERRIDDEN " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           IF WS-OVERRIDDEN-COUNT > ZERO
               MOVE "W" TO WS-AUDIT-SEVERITY
           END-IF
           PERFORM 1900-WRITE-AUDIT-LOG.

       3010-WRITE-PROGRAM-LINE.
           MOVE WS-PGM-ID (WS-PGM-IX) TO WS-PL-PROGRAM
           MOVE WS-PGM-REFUSED (WS-PGM-IX) TO WS-PL-REFUSED
           MOVE WS-PGM-OVERRIDDEN (WS-PGM-IX) TO WS-PL-OVERRIDDEN
           MOVE WS-PROGRAM-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "FRZXRPT: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "FRZXRPT" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-READ-COUNT TO COMPL-RECORDS-PROC
           MOVE ZERO TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM FRZXRPT.
