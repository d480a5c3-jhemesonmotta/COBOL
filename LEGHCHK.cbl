      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Callable legal-hold check shared by every purge
      *              and retention trim (AUDITARC, HOUSEKEP, SOMAHARC,
      *              SOMARCYC), so the rule for what a hold protects
      *              lives in one place. The active holds on LEGHOLD
      *              are loaded on the first call and held for the
      *              life of the run. No hold file means no hold has
      *              ever been placed; a hold file that exists but will
      *              not open, a hold that will not fit the table, or
      *              one whose range can not be read, protects every
      *              record for the run - nothing may go because its
      *              hold was not loaded. A hold covers a record
      *              dated inside its range when its originator and
      *              trace id, where the hold names them, match; a
      *              record that does not carry a field can not be
      *              proved outside the hold on it, and a record with
      *              no date is taken as inside every range. Each
      *              covered record is counted against the first hold
      *              that covers it, for the caller's purge report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGHCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "LEGHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY LEGHOLD.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-FILE-STATUS     PIC X(02).

       01  WS-SWITCHES.
           05  WS-LOADED-SW        PIC X(01) VALUE "N".
               88  WS-TABLE-LOADED            VALUE "Y".
           05  WS-HOLD-EOF-SW      PIC X(01) VALUE "N".
               88  WS-HOLD-EOF                VALUE "Y".
           05  WS-LH-PROTECT-ALL-SW PIC X(01) VALUE "N".
               88  WS-LH-PROTECT-ALL          VALUE "Y".

       01  WS-LEGAL-HOLD-TABLE.
           05  WS-LH-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-LH-ENTRY OCCURS 100 TIMES.
               10  WS-LH-HOLD-ID       PIC X(08).
               10  WS-LH-FROM-DATE     PIC 9(06).
               10  WS-LH-TO-DATE       PIC 9(06).
               10  WS-LH-FROM-DAYS     PIC 9(07).
               10  WS-LH-TO-DAYS       PIC 9(07).
               10  WS-LH-ORIGINATOR    PIC X(03).
               10  WS-LH-TRACE-ID      PIC X(13).
               10  WS-LH-RETAINED      PIC 9(07).

       01  WS-LEGAL-HOLD-WORK.
           05  WS-LH-IX            PIC 9(03) VALUE ZERO.
           05  WS-LH-MATCH-IX      PIC 9(03) VALUE ZERO.
           05  WS-LH-REC-DAYS      PIC 9(07) VALUE ZERO.
           05  WS-LH-HELD-TOTAL    PIC 9(07) VALUE ZERO.
           05  WS-LINE-IX          PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-HOLD-HEADING         PIC X(48) VALUE
               "  HOLD-ID  FROM   TO     ORG TRACE-ID      KEPT".

       01  WS-DATE-WORK.
           05  WS-DW-DATE          PIC 9(06).
           05  WS-DW-PARTS REDEFINES WS-DW-DATE.
               10  WS-DW-YY        PIC 9(02).
               10  WS-DW-MM        PIC 9(02).
               10  WS-DW-DD        PIC 9(02).
           05  WS-DW-DAYS          PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       COPY LEGHPARM.

       PROCEDURE DIVISION USING LEGAL-HOLD-PARMS.
       0000-MAINLINE.
           IF NOT WS-TABLE-LOADED
               PERFORM 1000-LOAD-LEGAL-HOLDS
           END-IF
           EVALUATE TRUE
               WHEN LHK-CHECK
                   PERFORM 2000-CHECK-LEGAL-HOLD
               WHEN LHK-REPORT
                   PERFORM 3000-RETURN-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-LH-PROTECT-ALL-SW TO LHK-PROTECT-ALL-SW
           MOVE WS-LH-COUNT TO LHK-HOLD-COUNT
           MOVE WS-LH-HELD-TOTAL TO LHK-HELD-TOTAL
           GOBACK.

      ******************************************************************
      * EVERY ACTIVE LEGAL HOLD IS IN THE TABLE BEFORE THE CALLER
      * TRIMS ANYTHING. STATUS 35 IS A HOLD FILE THAT HAS NEVER BEEN
      * CREATED - NO HOLD HAS EVER BEEN PLACED. ANY OTHER FAILURE TO
      * OPEN IS A HOLD FILE THAT EXISTS BUT CANNOT BE READ, AND EVERY
      * RECORD IS PROTECTED FOR THE RUN.
      ******************************************************************
       1000-LOAD-LEGAL-HOLDS.
           SET WS-TABLE-LOADED TO TRUE
           MOVE "N" TO WS-HOLD-EOF-SW
           OPEN INPUT HOLD-FILE
           EVALUATE WS-HOLD-FILE-STATUS
               WHEN "00"
                   PERFORM 1010-READ-HOLD-REC
                   PERFORM 1020-LOAD-HOLD-ENTRY UNTIL WS-HOLD-EOF
                   CLOSE HOLD-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-LH-PROTECT-ALL TO TRUE
                   DISPLAY "LEGHCHK: CANNOT OPEN LEGHOLD, STATUS "
                       WS-HOLD-FILE-STATUS
                       ", ALL RECORDS PROTECTED"
           END-EVALUATE.

       1010-READ-HOLD-REC.
           READ HOLD-FILE
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ.

       1020-LOAD-HOLD-ENTRY.
           IF LH-IS-ACTIVE
               IF WS-LH-COUNT < 100
                   AND LH-FROM-DATE IS NUMERIC
                   AND LH-TO-DATE IS NUMERIC
                   ADD 1 TO WS-LH-COUNT
                   MOVE LH-HOLD-ID TO WS-LH-HOLD-ID (WS-LH-COUNT)
                   MOVE LH-FROM-DATE TO WS-LH-FROM-DATE (WS-LH-COUNT)
                   MOVE LH-TO-DATE TO WS-LH-TO-DATE (WS-LH-COUNT)
                   MOVE LH-FROM-DATE TO WS-DW-DATE
                   PERFORM 1500-DATE-TO-DAYS
                   MOVE WS-DW-DAYS TO WS-LH-FROM-DAYS (WS-LH-COUNT)
                   MOVE LH-TO-DATE TO WS-DW-DATE
                   PERFORM 1500-DATE-TO-DAYS
                   MOVE WS-DW-DAYS TO WS-LH-TO-DAYS (WS-LH-COUNT)
                   MOVE LH-ORIGINATOR
                       TO WS-LH-ORIGINATOR (WS-LH-COUNT)
                   MOVE LH-TRACE-ID TO WS-LH-TRACE-ID (WS-LH-COUNT)
                   MOVE ZERO TO WS-LH-RETAINED (WS-LH-COUNT)
               ELSE
                   SET WS-LH-PROTECT-ALL TO TRUE
               END-IF
           END-IF
           PERFORM 1010-READ-HOLD-REC.

      ******************************************************************
      * SAME WHOLE-MONTH DAY ARITHMETIC AS THE CALLERS' RETENTION
      * WINDOWS.
      ******************************************************************
       1500-DATE-TO-DAYS.
           COMPUTE WS-DW-DAYS =
               WS-DW-YY * 372 + WS-DW-MM * 31 + WS-DW-DD.

       2000-CHECK-LEGAL-HOLD.
           MOVE "N" TO LHK-COVERED-SW
           MOVE ZERO TO WS-LH-MATCH-IX
           IF LHK-REC-DATE IS NUMERIC AND LHK-REC-DATE > ZERO
               MOVE LHK-REC-DATE TO WS-DW-DATE
               PERFORM 1500-DATE-TO-DAYS
               MOVE WS-DW-DAYS TO WS-LH-REC-DAYS
           ELSE
               MOVE ZERO TO WS-LH-REC-DAYS
           END-IF
           IF WS-LH-PROTECT-ALL
               SET LHK-COVERED TO TRUE
           ELSE
               PERFORM 2010-CHECK-ONE-HOLD
                   VARYING WS-LH-IX FROM 1 BY 1
                   UNTIL WS-LH-IX > WS-LH-COUNT
                       OR WS-LH-MATCH-IX > ZERO
               IF WS-LH-MATCH-IX > ZERO
                   SET LHK-COVERED TO TRUE
                   ADD 1 TO WS-LH-RETAINED (WS-LH-MATCH-IX)
               END-IF
           END-IF
           IF LHK-COVERED
               ADD 1 TO WS-LH-HELD-TOTAL
           END-IF.

       2010-CHECK-ONE-HOLD.
           IF (WS-LH-REC-DAYS = ZERO
               OR (WS-LH-REC-DAYS >= WS-LH-FROM-DAYS (WS-LH-IX)
               AND WS-LH-REC-DAYS <= WS-LH-TO-DAYS (WS-LH-IX)))
               AND (WS-LH-ORIGINATOR (WS-LH-IX) = SPACES
                   OR LHK-REC-ORIGINATOR = SPACES
                   OR WS-LH-ORIGINATOR (WS-LH-IX)
                       = LHK-REC-ORIGINATOR)
               AND (WS-LH-TRACE-ID (WS-LH-IX) = SPACES
                   OR LHK-REC-TRACE-ID = SPACES
                   OR WS-LH-TRACE-ID (WS-LH-IX) = LHK-REC-TRACE-ID)
               MOVE WS-LH-IX TO WS-LH-MATCH-IX
           END-IF.

      ******************************************************************
      * WHAT EACH ACTIVE LEGAL HOLD KEPT BACK FROM THIS PURGE, ONE
      * REPORT LINE PER CALL: A SPACER, THE TOTAL RETAINED, THE
      * INCOMPLETE-LOAD WARNING WHEN THERE IS ONE, THEN EITHER NO
      * HOLDS ACTIVE OR A HEADING AND ONE LINE PER HOLD.
      ******************************************************************
       3000-RETURN-REPORT-LINE.
           MOVE SPACES TO LHK-LINE
           SET LHK-LINE-RETURNED TO TRUE
           MOVE LHK-LINE-NO TO WS-LINE-IX
           EVALUATE TRUE
               WHEN WS-LINE-IX = 1
                   CONTINUE
               WHEN WS-LINE-IX = 2
                   MOVE WS-LH-HELD-TOTAL TO WS-COUNT-ED
                   STRING "RETAINED BY LEGAL HOLD: " DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                       INTO LHK-LINE
                   END-STRING
               WHEN OTHER
                   SUBTRACT 2 FROM WS-LINE-IX
                   PERFORM 3100-RETURN-HOLD-LINE
           END-EVALUATE.

       3100-RETURN-HOLD-LINE.
           IF WS-LH-PROTECT-ALL
               IF WS-LINE-IX = 1
                   STRING "  HOLDS NOT ALL LOADED - " DELIMITED BY SIZE
                       LHK-PROTECT-EFFECT DELIMITED BY SIZE
                       INTO LHK-LINE
                   END-STRING
               END-IF
               SUBTRACT 1 FROM WS-LINE-IX
           END-IF
           EVALUATE TRUE
               WHEN WS-LINE-IX < 1
                   CONTINUE
               WHEN WS-LH-COUNT = ZERO AND WS-LINE-IX = 1
                   MOVE "  NO LEGAL HOLDS ACTIVE" TO LHK-LINE
               WHEN WS-LH-COUNT = ZERO
                   SET LHK-NO-MORE-LINES TO TRUE
               WHEN WS-LINE-IX = 1
                   MOVE WS-HOLD-HEADING TO LHK-LINE
               WHEN WS-LINE-IX > WS-LH-COUNT + 1
                   SET LHK-NO-MORE-LINES TO TRUE
               WHEN OTHER
                   COMPUTE WS-LH-IX = WS-LINE-IX - 1
                   PERFORM 3110-FORMAT-ONE-HOLD-LINE
           END-EVALUATE.

       3110-FORMAT-ONE-HOLD-LINE.
           MOVE WS-LH-RETAINED (WS-LH-IX) TO WS-COUNT-ED
           STRING "  " DELIMITED BY SIZE
               WS-LH-HOLD-ID (WS-LH-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LH-FROM-DATE (WS-LH-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LH-TO-DATE (WS-LH-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LH-ORIGINATOR (WS-LH-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LH-TRACE-ID (WS-LH-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO LHK-LINE
           END-STRING.

       END PROGRAM LEGHCHK.
