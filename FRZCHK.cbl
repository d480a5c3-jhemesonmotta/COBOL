      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Callable change-freeze check shared by every
      *              program that maintains a master. On a check
      *              (function C) it answers whether an active freeze
      *              on the freeze calendar (FREEZCAL) covers the
      *              caller's master on the business date given, and
      *              if so whether an emergency override card on
      *              FRZOVRD - dated that business date, naming that
      *              master or ALL and carrying an approver id -
      *              opens it. On a log call (function L) it appends
      *              the refused or overridden change to the
      *              freeze-exception register (FRZEXCP). The
      *              calendar and the override cards are loaded on
      *              the first call and held for the life of the run.
      *              No calendar at all means no freeze has ever been
      *              set, but every check then comes back flagged as
      *              run without a calendar and the caller logs a
      *              warning for it, so a job that has lost its
      *              FREEZCAL DD cannot slip changes past a freeze
      *              unseen. A calendar that is there but cannot be
      *              read freezes every master, so a damaged calendar
      *              fails closed rather than open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "FREEZCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "FRZOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "FRZEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY FRZCAL.

       FD  OVERRIDE-FILE.
       COPY FRZOVRD.

       FD  EXCEPTION-FILE.
       COPY FRZEXCP.

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-FILE-STATUS PIC X(02).
       01  WS-OVERRIDE-FILE-STATUS PIC X(02).
       01  WS-EXCEPTION-FILE-STATUS PIC X(02).

       01  WS-SWITCHES.
           05  WS-LOADED-SW        PIC X(01) VALUE "N".
               88  WS-TABLES-LOADED           VALUE "Y".
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-UNREADABLE-SW    PIC X(01) VALUE "N".
               88  WS-CALENDAR-UNREADABLE     VALUE "Y".
           05  WS-NO-CALENDAR-SW   PIC X(01) VALUE "N".
               88  WS-CALENDAR-MISSING        VALUE "Y".
           05  WS-COVERED-SW       PIC X(01) VALUE "N".
               88  WS-MASTER-COVERED          VALUE "Y".

       01  WS-FREEZE-TABLE.
           05  WS-FREEZE-COUNT     PIC 9(03) VALUE ZERO.
           05  WS-FREEZE-ENTRY OCCURS 100 TIMES.
               10  WS-FREEZE-IMAGE PIC X(132).

       01  WS-OVERRIDE-TABLE.
           05  WS-OVERRIDE-COUNT   PIC 9(02) VALUE ZERO.
           05  WS-OVERRIDE-ENTRY OCCURS 20 TIMES.
               10  WS-OVERRIDE-IMAGE PIC X(80).

       01  WS-WORK-FIELDS.
           05  WS-FREEZE-IX        PIC 9(03) VALUE ZERO.
           05  WS-OVERRIDE-IX      PIC 9(02) VALUE ZERO.
           05  WS-MASTER-IX        PIC 9(01) VALUE ZERO.

       01  WS-DATE-CHECK.
           05  WS-DATE-WORK        PIC 9(06) VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-YY      PIC 9(02).
               10  WS-DATE-MM      PIC 9(02).
               10  WS-DATE-DD      PIC 9(02).
           05  WS-DATE-DAYS        PIC 9(07) VALUE ZERO.
           05  WS-RUN-DAYS         PIC 9(07) VALUE ZERO.
           05  WS-FROM-DAYS        PIC 9(07) VALUE ZERO.
           05  WS-TO-DAYS          PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       COPY FRZPARM.

       PROCEDURE DIVISION USING FREEZE-CHECK-PARMS.
       0000-MAINLINE.
           IF NOT WS-TABLES-LOADED
               PERFORM 1000-LOAD-TABLES
           END-IF
           EVALUATE TRUE
               WHEN FZK-CHECK
                   PERFORM 2000-CHECK-FREEZE
               WHEN FZK-LOG-EXCEPTION
                   PERFORM 3000-LOG-EXCEPTION
           END-EVALUATE
           GOBACK.

       1000-LOAD-TABLES.
           SET WS-TABLES-LOADED TO TRUE
           PERFORM 1100-LOAD-CALENDAR
           PERFORM 1200-LOAD-OVERRIDES.

      ******************************************************************
      * STATUS 35 IS A CALENDAR THAT HAS NEVER BEEN CREATED - NOTHING
      * HAS EVER BEEN FROZEN, BUT EACH CHECK TELLS THE CALLER IT RAN
      * WITHOUT ONE. ANY OTHER FAILURE TO OPEN IS A CALENDAR
      * THAT EXISTS BUT CANNOT BE TRUSTED, AND EVERY MASTER IS TREATED
      * AS FROZEN UNTIL IT IS PUT RIGHT OR AN OVERRIDE IS CARRIED.
      ******************************************************************
       1100-LOAD-CALENDAR.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CALENDAR-FILE
           EVALUATE WS-CALENDAR-FILE-STATUS
               WHEN "00"
                   PERFORM 1110-READ-CALENDAR-REC
                   PERFORM 1120-LOAD-CALENDAR-ENTRY UNTIL WS-EOF
                   CLOSE CALENDAR-FILE
               WHEN "35"
                   SET WS-CALENDAR-MISSING TO TRUE
                   DISPLAY "FRZCHK: NO FREEZCAL, CHANGES GO THROUGH "
                       "UNCHECKED"
               WHEN OTHER
                   SET WS-CALENDAR-UNREADABLE TO TRUE
                   DISPLAY "FRZCHK: CANNOT OPEN FREEZCAL, STATUS "
                       WS-CALENDAR-FILE-STATUS
                       ", ALL MASTERS TREATED AS FROZEN"
           END-EVALUATE
           MOVE "N" TO WS-EOF-SW.

       1110-READ-CALENDAR-REC.
           READ CALENDAR-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-CALENDAR-ENTRY.
           IF WS-FREEZE-COUNT < 100
               ADD 1 TO WS-FREEZE-COUNT
               MOVE FREEZE-CALENDAR-RECORD
                   TO WS-FREEZE-IMAGE (WS-FREEZE-COUNT)
           ELSE
               DISPLAY "FRZCHK: FREEZE TABLE FULL, "
                   FZ-FREEZE-ID " NOT LOADED"
           END-IF
           PERFORM 1110-READ-CALENDAR-REC.

       1200-LOAD-OVERRIDES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS = "00"
               PERFORM 1210-READ-OVERRIDE-REC
               PERFORM 1220-LOAD-OVERRIDE-ENTRY UNTIL WS-EOF
               CLOSE OVERRIDE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-OVERRIDE-REC.
           READ OVERRIDE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-LOAD-OVERRIDE-ENTRY.
           IF WS-OVERRIDE-COUNT < 20
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE FREEZE-OVERRIDE-RECORD
                   TO WS-OVERRIDE-IMAGE (WS-OVERRIDE-COUNT)
           ELSE
               DISPLAY "FRZCHK: OVERRIDE TABLE FULL, CARD IGNORED"
           END-IF
           PERFORM 1210-READ-OVERRIDE-REC.

      ******************************************************************
      * SAME WHOLE-MONTH DAY ARITHMETIC AS THE CALENDAR MAINTENANCE
      * EDITS, SO "INSIDE THE WINDOW" MEANS THE SAME THING HERE AS IT
      * DOES WHERE THE WINDOW WAS ENTERED.
      ******************************************************************
       1500-DATE-TO-DAYS.
           COMPUTE WS-DATE-DAYS =
               WS-DATE-YY * 372 + WS-DATE-MM * 31 + WS-DATE-DD.

      ******************************************************************
      * THE FIRST ACTIVE FREEZE WHOSE RANGE HOLDS THE BUSINESS DATE
      * AND WHOSE LIST NAMES THIS MASTER (OR ALL) FREEZES IT. ONLY
      * THEN ARE THE OVERRIDE CARDS LOOKED AT.
      ******************************************************************
       2000-CHECK-FREEZE.
           SET FZK-NOT-FROZEN TO TRUE
           SET FZK-NOT-OVERRIDDEN TO TRUE
           MOVE SPACES TO FZK-FREEZE-ID
           MOVE ZERO TO FZK-FREEZE-TO
           MOVE SPACES TO FZK-APPROVER-ID
           MOVE SPACES TO FZK-OVERRIDE-REASON
           IF WS-CALENDAR-MISSING
               SET FZK-NO-CALENDAR TO TRUE
           ELSE
               SET FZK-CALENDAR-PRESENT TO TRUE
           END-IF
           MOVE FZK-RUN-DATE TO WS-DATE-WORK
           PERFORM 1500-DATE-TO-DAYS
           MOVE WS-DATE-DAYS TO WS-RUN-DAYS
           IF WS-CALENDAR-UNREADABLE
               SET FZK-FROZEN TO TRUE
               MOVE "UNREAD" TO FZK-FREEZE-ID
               MOVE FZK-RUN-DATE TO FZK-FREEZE-TO
           ELSE
               PERFORM 2100-CHECK-FREEZE-ENTRY
                   VARYING WS-FREEZE-IX FROM 1 BY 1
                   UNTIL WS-FREEZE-IX > WS-FREEZE-COUNT
                       OR FZK-FROZEN
           END-IF
           IF FZK-FROZEN
               PERFORM 2200-CHECK-OVERRIDE-ENTRY
                   VARYING WS-OVERRIDE-IX FROM 1 BY 1
                   UNTIL WS-OVERRIDE-IX > WS-OVERRIDE-COUNT
                       OR FZK-OVERRIDDEN
           END-IF.

       2100-CHECK-FREEZE-ENTRY.
           MOVE WS-FREEZE-IMAGE (WS-FREEZE-IX)
               TO FREEZE-CALENDAR-RECORD
           IF FZ-IS-ACTIVE
               AND FZ-FROM-DATE IS NUMERIC
               AND FZ-TO-DATE IS NUMERIC
               MOVE FZ-FROM-DATE TO WS-DATE-WORK
               PERFORM 1500-DATE-TO-DAYS
               MOVE WS-DATE-DAYS TO WS-FROM-DAYS
               MOVE FZ-TO-DATE TO WS-DATE-WORK
               PERFORM 1500-DATE-TO-DAYS
               MOVE WS-DATE-DAYS TO WS-TO-DAYS
               IF WS-RUN-DAYS NOT < WS-FROM-DAYS
                   AND WS-RUN-DAYS NOT > WS-TO-DAYS
                   MOVE "N" TO WS-COVERED-SW
                   PERFORM 2110-CHECK-MASTER-ENTRY
                       VARYING WS-MASTER-IX FROM 1 BY 1
                       UNTIL WS-MASTER-IX > 5 OR WS-MASTER-COVERED
                   IF WS-MASTER-COVERED
                       SET FZK-FROZEN TO TRUE
                       MOVE FZ-FREEZE-ID TO FZK-FREEZE-ID
                       MOVE FZ-TO-DATE TO FZK-FREEZE-TO
                   END-IF
               END-IF
           END-IF.

       2110-CHECK-MASTER-ENTRY.
           IF FZ-MASTER-DD (WS-MASTER-IX) = FZK-MASTER-DD
               OR FZ-MASTER-DD (WS-MASTER-IX) = "ALL"
               SET WS-MASTER-COVERED TO TRUE
           END-IF.

       2200-CHECK-OVERRIDE-ENTRY.
           MOVE WS-OVERRIDE-IMAGE (WS-OVERRIDE-IX)
               TO FREEZE-OVERRIDE-RECORD
           IF FO-RUN-DATE IS NUMERIC
               AND FO-RUN-DATE = FZK-RUN-DATE
               AND FO-APPROVER-ID NOT = SPACES
               AND (FO-MASTER-DD = FZK-MASTER-DD
                   OR FO-MASTER-DD = "ALL")
               SET FZK-OVERRIDDEN TO TRUE
               MOVE FO-APPROVER-ID TO FZK-APPROVER-ID
               MOVE FO-REASON TO FZK-OVERRIDE-REASON
           END-IF.

      ******************************************************************
      * ONE REGISTER LINE, OPENED AND CLOSED AROUND THE WRITE SO THE
      * LINE IS ON THE REGISTER EVEN IF THE CALLER GOES DOWN LATER.
      ******************************************************************
       3000-LOG-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           MOVE SPACES TO FREEZE-EXCEPTION-RECORD
           MOVE FZK-RUN-DATE TO FX-RUN-DATE
           ACCEPT FX-TIMESTAMP FROM TIME
           MOVE FZK-PROGRAM-ID TO FX-PROGRAM-ID
           MOVE FZK-MASTER-DD TO FX-MASTER-DD
           MOVE FZK-FREEZE-ID TO FX-FREEZE-ID
           IF FZK-OVERRIDDEN
               SET FX-OVERRIDDEN TO TRUE
               MOVE FZK-APPROVER-ID TO FX-APPROVER-ID
               MOVE FZK-OVERRIDE-REASON TO FX-REASON
           ELSE
               SET FX-REFUSED TO TRUE
               MOVE "NO EMERGENCY OVERRIDE CARD FOR THIS DATE"
                   TO FX-REASON
           END-IF
           MOVE FZK-CHANGE TO FX-CHANGE
           WRITE FREEZE-EXCEPTION-RECORD
           CLOSE EXCEPTION-FILE.

       END PROGRAM FRZCHK.
