      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Maintain the debtor master (DEBTMAST) that tells
      *              the receivables programs who owes each aged
      *              item. Debtor transactions (type D) add a debtor
      *              with name, address and contact (A), restate
      *              them (C) or close the debtor (D); reference
      *              transactions (type R) map a receivable reference
      *              id to a debtor (A), move it to another debtor
      *              (C) or unmap it (D). Every transaction must name
      *              the operator. A transaction that fails the edits
      *              is refused on the register with its reason. On
      *              a restatement a field left blank keeps its
      *              value and a field of a single asterisk clears
      *              it. A debtor still owning references can not be
      *              closed, and a reference can only be mapped to an
      *              active debtor. Every change that reaches the
      *              master is appended to the permanent change
      *              history with its before and after image,
      *              operator and apply date, and is logged to the
      *              audit log. The register closes with every debtor
      *              on file, its state and how many references it
      *              owns.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "DEBTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "DEBTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT NEWMASTER-FILE ASSIGN TO "DEBTMSTN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "DEBTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEBTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY DEBTMAST.

       FD  TRANS-FILE.
       01  DEBTOR-TRANS-RECORD.
           05  DT-ACTION               PIC X(01).
               88  DT-IS-ADD                   VALUE "A".
               88  DT-IS-CHANGE                VALUE "C".
               88  DT-IS-DELETE                VALUE "D".
           05  FILLER                  PIC X(01).
           05  DT-REC-TYPE             PIC X(01).
               88  DT-IS-DEBTOR                VALUE "D".
               88  DT-IS-REFERENCE             VALUE "R".
           05  FILLER                  PIC X(01).
           05  DT-DEBTOR-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DT-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  DT-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  DT-NAME                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  DT-ADDRESS-1            PIC X(30).
           05  FILLER                  PIC X(01).
           05  DT-ADDRESS-2            PIC X(30).
           05  FILLER                  PIC X(01).
           05  DT-ADDRESS-3            PIC X(30).
           05  FILLER                  PIC X(01).
           05  DT-POSTCODE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  DT-CONTACT              PIC X(25).
           05  FILLER                  PIC X(01).
           05  DT-PHONE                PIC X(15).

       FD  NEWMASTER-FILE.
       01  NEWMASTER-RECORD            PIC X(196).

      ******************************************************************
      * ONE LINE PER CHANGE, APPENDED FOREVER: THE DEBTOR OR
      * REFERENCE AS IT STOOD BEFORE (BLANK FOR AN ADD) AND AS IT
      * STANDS AFTER (BLANK FOR AN UNMAPPED REFERENCE).
      ******************************************************************
       FD  HISTORY-FILE.
       01  DEBTOR-HISTORY-RECORD.
           05  DH-APPLY-DATE           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DH-APPLY-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DH-ACTION               PIC X(01).
           05  FILLER                  PIC X(01).
           05  DH-REC-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  DH-DEBTOR-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-BEFORE               PIC X(196).
           05  FILLER                  PIC X(01).
           05  DH-AFTER                PIC X(196).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(100).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-FILE-STATUS   PIC X(02).
           05  WS-TRANS-FILE-STATUS    PIC X(02).
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-AUDIT-MESSAGE            PIC X(60).
       01  WS-AUDIT-SEVERITY           PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-MASTER-LOST-SW       PIC X(01) VALUE "N".
               88  WS-MASTER-LOST              VALUE "Y".
           05  WS-EDIT-OK-SW           PIC X(01) VALUE "Y".
               88  WS-EDIT-OK                  VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-RC                   PIC 9(02) VALUE ZERO.
       01  WS-REJECT-TEXT              PIC X(30).

      ******************************************************************
      * THE WHOLE MASTER, BOTH RECORD TYPES, IN FILE ORDER. AN
      * UNMAPPED REFERENCE LEAVES A BLANK SLOT THAT IS NOT WRITTEN
      * TO THE NEW MASTER.
      ******************************************************************
       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-MST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-MST-IDX.
               10  WS-MST-IMAGE        PIC X(196).

       01  WS-MASTER-WORK.
           05  WS-DEBTOR-MATCH-IX      PIC 9(04) VALUE ZERO.
           05  WS-OWNER-MATCH-IX       PIC 9(04) VALUE ZERO.
           05  WS-REF-MATCH-IX         PIC 9(04) VALUE ZERO.
           05  WS-MST-IX               PIC 9(04) VALUE ZERO.
           05  WS-SEEK-DEBTOR-ID       PIC X(08).
           05  WS-REFS-OWNED           PIC 9(05) VALUE ZERO.
           05  WS-BEFORE-IMAGE         PIC X(196).

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-DEBTOR-ADDED         PIC 9(05) VALUE ZERO.
           05  WS-DEBTOR-CHANGED       PIC 9(05) VALUE ZERO.
           05  WS-DEBTOR-CLOSED        PIC 9(05) VALUE ZERO.
           05  WS-REF-MAPPED           PIC 9(05) VALUE ZERO.
           05  WS-REF-MOVED            PIC 9(05) VALUE ZERO.
           05  WS-REF-UNMAPPED         PIC 9(05) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-ACTIVE-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-REF-TOTAL            PIC 9(05) VALUE ZERO.
           05  WS-COUNT-ED             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-MASTER-LOST
               PERFORM 1190-REPORT-MASTER-LOST
           ELSE
               PERFORM 2000-APPLY-TRANSACTIONS
               PERFORM 3000-WRITE-NEW-MASTER
               PERFORM 4000-LIST-DEBTORS
               PERFORM 4100-WRITE-TOTALS
           END-IF
           PERFORM 9000-FINISH
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "DEBTOR MASTER MAINTENANCE REGISTER" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1100-LOAD-MASTER.

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
      * NO MASTER YET IS THE FIRST DEBTOR EVER ADDED - THE TABLE
      * STARTS EMPTY AND THE NEW MASTER IS BUILT FROM THE
      * TRANSACTIONS ALONE. ANY OTHER FAILURE TO OPEN IS A MASTER
      * THAT EXISTS BUT CANNOT BE READ, AND IS FATAL - BUILDING A NEW
      * ONE FROM THE TRANSACTIONS ALONE WOULD LOSE EVERY ENTRY ON IT.
      ******************************************************************
       1100-LOAD-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MASTER-FILE
           EVALUATE WS-MASTER-FILE-STATUS
               WHEN "00"
                   PERFORM 1110-READ-MASTER-REC
                   PERFORM 1120-LOAD-MASTER-ENTRY UNTIL WS-EOF
                   CLOSE MASTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "DEBTMAINT: CANNOT OPEN DEBTMAST, STATUS "
                       WS-MASTER-FILE-STATUS
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "DEBTMAST CANNOT BE OPENED, STATUS "
                       DELIMITED BY SIZE
                       WS-MASTER-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
                   SET WS-MASTER-LOST TO TRUE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SW.

       1110-READ-MASTER-REC.
           READ MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-MASTER-ENTRY.
           IF WS-MST-COUNT < 2000
               ADD 1 TO WS-MST-COUNT
               MOVE DEBTOR-MASTER-RECORD
                   TO WS-MST-IMAGE (WS-MST-COUNT)
           ELSE
               DISPLAY "DEBTMAINT: MASTER TABLE FULL, MASTER NOT READ"
               MOVE "MASTER TABLE FULL, MASTER NOT REWRITTEN"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
               SET WS-MASTER-LOST TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 1110-READ-MASTER-REC.

      ******************************************************************
      * A MASTER THAT WAS NOT READ IN FULL IS NEVER REWRITTEN - NO
      * TRANSACTION IS APPLIED AND NO NEW MASTER IS WRITTEN, SO
      * TOMORROW STILL STARTS FROM THE LAST GOOD ONE.
      ******************************************************************
       1190-REPORT-MASTER-LOST.
           MOVE "*** DEBTMAST NOT LOADED - NO TRANSACTIONS APPLIED"
               TO REPORT-RECORD
           WRITE REPORT-RECORD.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "DEBTMNT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-APPLY-TRANSACTIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               PERFORM 2010-READ-TRANS-REC
               PERFORM 2020-APPLY-ONE-TRANS UNTIL WS-EOF
               CLOSE TRANS-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2010-READ-TRANS-REC.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2020-APPLY-ONE-TRANS.
           ADD 1 TO WS-READ-COUNT
           MOVE DT-DEBTOR-ID TO WS-SEEK-DEBTOR-ID
           PERFORM 2100-FIND-DEBTOR
           MOVE WS-OWNER-MATCH-IX TO WS-DEBTOR-MATCH-IX
           PERFORM 2150-FIND-REFERENCE
           PERFORM 2200-EDIT-TRANS
           IF WS-EDIT-OK
               EVALUATE TRUE
                   WHEN DT-IS-DEBTOR AND DT-IS-ADD
                       PERFORM 2300-ADD-DEBTOR
                   WHEN DT-IS-DEBTOR AND DT-IS-CHANGE
                       PERFORM 2400-CHANGE-DEBTOR
                   WHEN DT-IS-DEBTOR AND DT-IS-DELETE
                       PERFORM 2500-CLOSE-DEBTOR
                   WHEN DT-IS-REFERENCE AND DT-IS-ADD
                       PERFORM 2600-MAP-REFERENCE
                   WHEN DT-IS-REFERENCE AND DT-IS-CHANGE
                       PERFORM 2650-MOVE-REFERENCE
                   WHEN DT-IS-REFERENCE AND DT-IS-DELETE
                       PERFORM 2680-UNMAP-REFERENCE
               END-EVALUATE
           ELSE
               PERFORM 2290-REFUSE-TRANS
           END-IF
           PERFORM 2010-READ-TRANS-REC.

       2100-FIND-DEBTOR.
           MOVE ZERO TO WS-OWNER-MATCH-IX
           PERFORM 2110-CHECK-DEBTOR-ENTRY
               VARYING WS-MST-IX FROM 1 BY 1
               UNTIL WS-MST-IX > WS-MST-COUNT
                   OR WS-OWNER-MATCH-IX > ZERO.

       2110-CHECK-DEBTOR-ENTRY.
           IF WS-MST-IMAGE (WS-MST-IX) (1:1) = "D"
               AND WS-MST-IMAGE (WS-MST-IX) (3:8) = WS-SEEK-DEBTOR-ID
               MOVE WS-MST-IX TO WS-OWNER-MATCH-IX
           END-IF.

       2150-FIND-REFERENCE.
           MOVE ZERO TO WS-REF-MATCH-IX
           IF DT-REFERENCE-ID NOT = SPACES
               PERFORM 2160-CHECK-REFERENCE-ENTRY
                   VARYING WS-MST-IX FROM 1 BY 1
                   UNTIL WS-MST-IX > WS-MST-COUNT
                       OR WS-REF-MATCH-IX > ZERO
           END-IF.

       2160-CHECK-REFERENCE-ENTRY.
           IF WS-MST-IMAGE (WS-MST-IX) (1:1) = "R"
               AND WS-MST-IMAGE (WS-MST-IX) (12:10) = DT-REFERENCE-ID
               MOVE WS-MST-IX TO WS-REF-MATCH-IX
           END-IF.

      ******************************************************************
      * HOW MANY REFERENCES THE DEBTOR IN HAND STILL OWNS - A DEBTOR
      * IS ONLY CLOSED ONCE EVERY REFERENCE HAS BEEN UNMAPPED OR
      * MOVED AWAY.
      ******************************************************************
       2170-COUNT-REFS-OWNED.
           MOVE ZERO TO WS-REFS-OWNED
           PERFORM 2180-CHECK-REF-OWNER
               VARYING WS-MST-IX FROM 1 BY 1
               UNTIL WS-MST-IX > WS-MST-COUNT.

       2180-CHECK-REF-OWNER.
           IF WS-MST-IMAGE (WS-MST-IX) (1:1) = "R"
               AND WS-MST-IMAGE (WS-MST-IX) (3:8) = WS-SEEK-DEBTOR-ID
               ADD 1 TO WS-REFS-OWNED
           END-IF.

      ******************************************************************
      * DEBTOR AND REFERENCE IDS ARE NEVER REUSED FOR SOMEONE ELSE,
      * EVEN AFTER CLOSE, SO THE HISTORY FOR ONE ID IS THE WHOLE LIFE
      * OF ONE DEBTOR. A NEW DEBTOR NEEDS A NAME AND ENOUGH ADDRESS TO
      * POST A LETTER TO.
      ******************************************************************
       2200-EDIT-TRANS.
           MOVE "Y" TO WS-EDIT-OK-SW
           MOVE SPACES TO WS-REJECT-TEXT
           IF WS-DEBTOR-MATCH-IX > ZERO
               MOVE WS-MST-IMAGE (WS-DEBTOR-MATCH-IX)
                   TO DEBTOR-MASTER-RECORD
           ELSE
               MOVE SPACES TO DEBTOR-MASTER-RECORD
           END-IF
           EVALUATE TRUE
               WHEN NOT DT-IS-ADD AND NOT DT-IS-CHANGE
                   AND NOT DT-IS-DELETE
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "ACTION NOT A, C OR D" TO WS-REJECT-TEXT
               WHEN NOT DT-IS-DEBTOR AND NOT DT-IS-REFERENCE
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "RECORD TYPE NOT D OR R" TO WS-REJECT-TEXT
               WHEN DT-OPERATOR-ID = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
               WHEN DT-IS-DEBTOR
                   PERFORM 2210-EDIT-DEBTOR-TRANS
               WHEN DT-IS-REFERENCE
                   PERFORM 2250-EDIT-REFERENCE-TRANS
           END-EVALUATE.

       2210-EDIT-DEBTOR-TRANS.
           EVALUATE TRUE
               WHEN DT-DEBTOR-ID = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DEBTOR ID MISSING" TO WS-REJECT-TEXT
               WHEN DT-IS-ADD AND WS-DEBTOR-MATCH-IX > ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DEBTOR ID ALREADY ON FILE" TO WS-REJECT-TEXT
               WHEN DT-IS-ADD AND DT-NAME = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DEBTOR NAME MISSING" TO WS-REJECT-TEXT
               WHEN DT-IS-ADD AND DT-ADDRESS-1 = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "ADDRESS LINE 1 MISSING" TO WS-REJECT-TEXT
               WHEN DT-IS-ADD AND DT-POSTCODE = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "POSTCODE MISSING" TO WS-REJECT-TEXT
               WHEN NOT DT-IS-ADD AND WS-DEBTOR-MATCH-IX = ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DEBTOR ID NOT ON FILE" TO WS-REJECT-TEXT
               WHEN NOT DT-IS-ADD AND DM-IS-CLOSED
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DEBTOR ALREADY CLOSED" TO WS-REJECT-TEXT
               WHEN DT-IS-CHANGE
                   AND (DT-NAME = "*" OR DT-ADDRESS-1 = "*"
                       OR DT-POSTCODE = "*")
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "NAME/ADDR 1/POSTCODE REQUIRED"
                       TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-EDIT-OK AND DT-IS-DELETE
               PERFORM 2170-COUNT-REFS-OWNED
               IF WS-REFS-OWNED > ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DEBTOR STILL OWNS REFERENCES"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * A REFERENCE TRANSACTION NAMES THE REFERENCE ID AND, TO MAP OR
      * MOVE IT, THE ACTIVE DEBTOR THAT IS TO OWN IT.
      ******************************************************************
       2250-EDIT-REFERENCE-TRANS.
           EVALUATE TRUE
               WHEN DT-REFERENCE-ID = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "REFERENCE ID MISSING" TO WS-REJECT-TEXT
               WHEN DT-IS-ADD AND WS-REF-MATCH-IX > ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "REFERENCE ALREADY MAPPED" TO WS-REJECT-TEXT
               WHEN NOT DT-IS-ADD AND WS-REF-MATCH-IX = ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "REFERENCE NOT MAPPED" TO WS-REJECT-TEXT
               WHEN DT-IS-DELETE
                   CONTINUE
               WHEN DT-DEBTOR-ID = SPACES
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DEBTOR ID MISSING" TO WS-REJECT-TEXT
               WHEN WS-DEBTOR-MATCH-IX = ZERO
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DEBTOR ID NOT ON FILE" TO WS-REJECT-TEXT
               WHEN NOT DM-IS-ACTIVE
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "DEBTOR NOT ACTIVE" TO WS-REJECT-TEXT
               WHEN DT-IS-CHANGE
                   AND WS-MST-IMAGE (WS-REF-MATCH-IX) (3:8)
                       = DT-DEBTOR-ID
                   MOVE "N" TO WS-EDIT-OK-SW
                   MOVE "ALREADY MAPPED TO THAT DEBTOR"
                       TO WS-REJECT-TEXT
           END-EVALUATE.

       2290-REFUSE-TRANS.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "REFUSED: " DELIMITED BY SIZE
               DEBTOR-TRANS-RECORD (1:41) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REJECT-TEXT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           DISPLAY "DEBTMAINT: TRANSACTION REFUSED, " DT-DEBTOR-ID
               " " DT-REFERENCE-ID " " WS-REJECT-TEXT.

       2300-ADD-DEBTOR.
           IF WS-MST-COUNT < 2000
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO DEBTOR-MASTER-RECORD
               MOVE "D" TO DM-REC-TYPE
               MOVE DT-DEBTOR-ID TO DM-DEBTOR-ID
               MOVE "A" TO DM-STATUS
               PERFORM 2410-APPLY-DEBTOR-FIELDS
               ADD 1 TO WS-MST-COUNT
               MOVE WS-MST-COUNT TO WS-DEBTOR-MATCH-IX
               MOVE DEBTOR-MASTER-RECORD
                   TO WS-MST-IMAGE (WS-DEBTOR-MATCH-IX)
               ADD 1 TO WS-DEBTOR-ADDED
               PERFORM 2800-RECORD-CHANGE
           ELSE
               PERFORM 2790-REFUSE-TABLE-FULL
           END-IF.

       2400-CHANGE-DEBTOR.
           MOVE DEBTOR-MASTER-RECORD TO WS-BEFORE-IMAGE
           PERFORM 2410-APPLY-DEBTOR-FIELDS
           MOVE DEBTOR-MASTER-RECORD
               TO WS-MST-IMAGE (WS-DEBTOR-MATCH-IX)
           ADD 1 TO WS-DEBTOR-CHANGED
           PERFORM 2800-RECORD-CHANGE.

      ******************************************************************
      * BLANK KEEPS THE FIELD AS IT IS, A LONE ASTERISK CLEARS IT,
      * ANYTHING ELSE REPLACES IT. ON AN ADD THE RECORD STARTS
      * BLANK, SO THE SAME RULES BUILD IT.
      ******************************************************************
       2410-APPLY-DEBTOR-FIELDS.
           IF DT-NAME NOT = SPACES
               MOVE DT-NAME TO DM-NAME
           END-IF
           IF DT-ADDRESS-1 NOT = SPACES
               MOVE DT-ADDRESS-1 TO DM-ADDRESS-1
           END-IF
           IF DT-ADDRESS-2 = "*"
               MOVE SPACES TO DM-ADDRESS-2
           ELSE
               IF DT-ADDRESS-2 NOT = SPACES
                   MOVE DT-ADDRESS-2 TO DM-ADDRESS-2
               END-IF
           END-IF
           IF DT-ADDRESS-3 = "*"
               MOVE SPACES TO DM-ADDRESS-3
           ELSE
               IF DT-ADDRESS-3 NOT = SPACES
                   MOVE DT-ADDRESS-3 TO DM-ADDRESS-3
               END-IF
           END-IF
           IF DT-POSTCODE NOT = SPACES
               MOVE DT-POSTCODE TO DM-POSTCODE
           END-IF
           IF DT-CONTACT = "*"
               MOVE SPACES TO DM-CONTACT
           ELSE
               IF DT-CONTACT NOT = SPACES
                   MOVE DT-CONTACT TO DM-CONTACT
               END-IF
           END-IF
           IF DT-PHONE = "*"
               MOVE SPACES TO DM-PHONE
           ELSE
               IF DT-PHONE NOT = SPACES
                   MOVE DT-PHONE TO DM-PHONE
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO DM-CHANGED-DATE.

       2500-CLOSE-DEBTOR.
           MOVE DEBTOR-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE "C" TO DM-STATUS
           MOVE WS-RUN-DATE TO DM-CHANGED-DATE
           MOVE DEBTOR-MASTER-RECORD
               TO WS-MST-IMAGE (WS-DEBTOR-MATCH-IX)
           ADD 1 TO WS-DEBTOR-CLOSED
           PERFORM 2800-RECORD-CHANGE.

       2600-MAP-REFERENCE.
           IF WS-MST-COUNT < 2000
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO DEBTOR-MASTER-RECORD
               MOVE "R" TO DM-REC-TYPE
               MOVE DT-DEBTOR-ID TO DM-DEBTOR-ID
               MOVE DT-REFERENCE-ID TO DM-REFERENCE-ID
               MOVE WS-RUN-DATE TO DM-REF-ADDED-DATE
               ADD 1 TO WS-MST-COUNT
               MOVE DEBTOR-MASTER-RECORD
                   TO WS-MST-IMAGE (WS-MST-COUNT)
               ADD 1 TO WS-REF-MAPPED
               PERFORM 2800-RECORD-CHANGE
           ELSE
               PERFORM 2790-REFUSE-TABLE-FULL
           END-IF.

       2650-MOVE-REFERENCE.
           MOVE WS-MST-IMAGE (WS-REF-MATCH-IX) TO WS-BEFORE-IMAGE
           MOVE WS-BEFORE-IMAGE TO DEBTOR-MASTER-RECORD
           MOVE DT-DEBTOR-ID TO DM-DEBTOR-ID
           MOVE WS-RUN-DATE TO DM-REF-ADDED-DATE
           MOVE DEBTOR-MASTER-RECORD TO WS-MST-IMAGE (WS-REF-MATCH-IX)
           ADD 1 TO WS-REF-MOVED
           PERFORM 2800-RECORD-CHANGE.

       2680-UNMAP-REFERENCE.
           MOVE WS-MST-IMAGE (WS-REF-MATCH-IX) TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-MST-IMAGE (WS-REF-MATCH-IX)
           MOVE SPACES TO DEBTOR-MASTER-RECORD
           ADD 1 TO WS-REF-UNMAPPED
           PERFORM 2800-RECORD-CHANGE.

       2790-REFUSE-TABLE-FULL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE 8 TO WS-RUN-RC
           DISPLAY "DEBTMAINT: MASTER TABLE FULL, NOT ADDED "
               DT-DEBTOR-ID " " DT-REFERENCE-ID
           MOVE SPACES TO REPORT-RECORD
           STRING "REFUSED: " DELIMITED BY SIZE
               DEBTOR-TRANS-RECORD (1:41) DELIMITED BY SIZE
               "  MASTER TABLE FULL" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      ******************************************************************
      * THE AUDIT TRAIL FOR ONE APPLIED CHANGE: THE PERMANENT HISTORY
      * LINE, THE AUDIT-LOG ENTRY AND THE REGISTER LINE. THE BEFORE
      * IMAGE IS ALREADY IN PLACE; THE AFTER IMAGE IS THE MASTER
      * RECORD AS IT NOW STANDS.
      ******************************************************************
       2800-RECORD-CHANGE.
           MOVE SPACES TO DEBTOR-HISTORY-RECORD
           MOVE WS-RUN-DATE TO DH-APPLY-DATE
           ACCEPT DH-APPLY-TIME FROM TIME
           MOVE DT-ACTION TO DH-ACTION
           MOVE DT-REC-TYPE TO DH-REC-TYPE
           IF DT-IS-DEBTOR
               MOVE DT-DEBTOR-ID TO DH-DEBTOR-ID
           ELSE
               MOVE WS-BEFORE-IMAGE (3:8) TO DH-DEBTOR-ID
               IF DT-DEBTOR-ID NOT = SPACES
                   MOVE DT-DEBTOR-ID TO DH-DEBTOR-ID
               END-IF
           END-IF
           MOVE DT-OPERATOR-ID TO DH-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO DH-BEFORE
           MOVE DEBTOR-MASTER-RECORD TO DH-AFTER
           WRITE DEBTOR-HISTORY-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           EVALUATE TRUE
               WHEN DT-IS-DEBTOR AND DT-IS-ADD
                   STRING "DEBTOR ADDED: " DELIMITED BY SIZE
                       DT-DEBTOR-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       DT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               WHEN DT-IS-DEBTOR AND DT-IS-CHANGE
                   STRING "DEBTOR RESTATED: " DELIMITED BY SIZE
                       DT-DEBTOR-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       DT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               WHEN DT-IS-DEBTOR AND DT-IS-DELETE
                   STRING "DEBTOR CLOSED: " DELIMITED BY SIZE
                       DT-DEBTOR-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       DT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-AUDIT-SEVERITY
               WHEN DT-IS-ADD
                   STRING "REFERENCE " DELIMITED BY SIZE
                       DT-REFERENCE-ID DELIMITED BY SIZE
                       " MAPPED TO " DELIMITED BY SIZE
                       DT-DEBTOR-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       DT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               WHEN DT-IS-CHANGE
                   STRING "REFERENCE " DELIMITED BY SIZE
                       DT-REFERENCE-ID DELIMITED BY SIZE
                       " MOVED TO " DELIMITED BY SIZE
                       DT-DEBTOR-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       DT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING "REFERENCE " DELIMITED BY SIZE
                       DT-REFERENCE-ID DELIMITED BY SIZE
                       " UNMAPPED BY " DELIMITED BY SIZE
                       DT-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-AUDIT-SEVERITY
           END-EVALUATE
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE SPACES TO REPORT-RECORD
           STRING "APPLIED: " DELIMITED BY SIZE
               DEBTOR-TRANS-RECORD (1:41) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DT-NAME DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       3000-WRITE-NEW-MASTER.
           OPEN OUTPUT NEWMASTER-FILE
           PERFORM 3010-WRITE-MASTER-ENTRY
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT
           CLOSE NEWMASTER-FILE.

       3010-WRITE-MASTER-ENTRY.
           IF WS-MST-IMAGE (WS-MST-IDX) NOT = SPACES
               MOVE WS-MST-IMAGE (WS-MST-IDX) TO NEWMASTER-RECORD
               WRITE NEWMASTER-RECORD
           END-IF.

       4000-LIST-DEBTORS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DEBTORS ON FILE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DEBTOR   ST  REFS NAME" TO REPORT-RECORD
           MOVE "POSTCODE   CONTACT" TO REPORT-RECORD (55:18)
           WRITE REPORT-RECORD
           PERFORM 4010-LIST-ONE-DEBTOR
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT.

       4010-LIST-ONE-DEBTOR.
           IF WS-MST-IMAGE (WS-MST-IDX) (1:1) = "R"
               ADD 1 TO WS-REF-TOTAL
           END-IF
           IF WS-MST-IMAGE (WS-MST-IDX) (1:1) = "D"
               MOVE WS-MST-IMAGE (WS-MST-IDX) TO DEBTOR-MASTER-RECORD
               IF DM-IS-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
               MOVE DM-DEBTOR-ID TO WS-SEEK-DEBTOR-ID
               PERFORM 2170-COUNT-REFS-OWNED
               MOVE WS-REFS-OWNED TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING DM-DEBTOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DM-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DM-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DM-POSTCODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DM-CONTACT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       4100-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSACTIONS READ : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DEBTOR-ADDED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DEBTORS ADDED     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DEBTOR-CHANGED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DEBTORS RESTATED  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DEBTOR-CLOSED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DEBTORS CLOSED    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REF-MAPPED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "REFERENCES MAPPED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REF-MOVED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "REFERENCES MOVED  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REF-UNMAPPED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "REFERENCES UNMAPPED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANS REFUSED     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DEBTORS ACTIVE    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REF-TOTAL TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "REFERENCES ON FILE: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-REFUSED-COUNT > ZERO AND WS-RUN-RC = ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF.

       9000-FINISH.
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF WS-MASTER-LOST
               MOVE "DEBTOR MAINTENANCE ABANDONED - NOTHING APPLIED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
           ELSE
               MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
               STRING "DEBTOR MAINTENANCE COMPLETE - ACTIVE: "
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           END-IF
           PERFORM 1900-WRITE-AUDIT-LOG
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "DEBTMAINT: ENDING WITH RETURN CODE "
                   WS-RUN-RC
           END-IF.

       END PROGRAM DEBTMAINT.
