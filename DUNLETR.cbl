      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Dun the overdue receivables. Every 30-DAY and
      *              60-DAY item on tonight's REPBUCK is traced
      *              through the debtor master (DEBTMAST) from its
      *              reference id to the debtor that owes it, and one
      *              letter per debtor is written listing all of that
      *              debtor's overdue items with their total. The
      *              wording escalates with the worst bucket on the
      *              letter: a reminder while nothing is past 60 days,
      *              a final notice once anything is. The dunning
      *              history (DUNHIST) keeps one line per item per
      *              letter; an item already dunned inside the
      *              reminder interval (PARMFILE DUNLETR REMINDDAYS,
      *              default 14 days) is left off tonight's letter
      *              and shown on the register as suppressed. A rerun
      *              on the same business date reprints the items it
      *              dunned the first time without adding them to
      *              the history again. An overdue item whose
      *              reference id is on no debtor is listed on the
      *              register for the master to be completed.
      *              RC 4 = overdue items with no debtor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNLETR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ATTEST-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "DEBTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BUCKET-FILE ASSIGN TO "REPBUCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUCKET-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DUNLETR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "DUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  ATTEST-FILE.
       COPY ATTESTRC.

       FD  MASTER-FILE.
       COPY DEBTMAST.

      ******************************************************************
      * THE BUCKET RECORD AS REPETICAO WRITES IT; THE EDITED AMOUNT
      * IS DE-EDITED BACK TO A NUMBER FOR THE LETTER TOTAL.
      ******************************************************************
       FD  BUCKET-FILE.
       01  BUCKET-RECORD.
           05  BK-AMOUNT-ED            PIC ZZZZ,ZZ9.99.
           05  FILLER                  PIC X(03).
           05  BK-BUCKET-LABEL         PIC X(07).
               88  BK-IS-CURRENT               VALUE "CURRENT".
               88  BK-IS-30-DAY                VALUE "30-DAY ".
               88  BK-IS-60-DAY                VALUE "60-DAY ".
           05  FILLER                  PIC X(01).
           05  BK-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  BK-ITEM-DATE            PIC 9(06).
           05  FILLER                  PIC X(01).

      ******************************************************************
      * ONE LINE PER ITEM PER LETTER, APPENDED FOREVER. THE ITEM IS
      * ITS REFERENCE ID AND ITEM DATE.
      ******************************************************************
       FD  HISTORY-FILE.
       01  DUNNING-HISTORY-RECORD.
           05  DH-DUN-DATE             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DH-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  DH-ITEM-DATE            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DH-DEBTOR-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-LEVEL                PIC 9(01).
           05  FILLER                  PIC X(01).
           05  DH-AMOUNT               PIC S9(7)V99.

       FD  LETTER-FILE.
       01  LETTER-RECORD               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-ATTEST-FIELDS.
           05  WS-ATTEST-FILE-STATUS   PIC X(02).
           05  WS-SRC-OF-REMINDDAYS    PIC X(01) VALUE "D".
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-MASTER-FILE-STATUS   PIC X(02).
           05  WS-BUCKET-FILE-STATUS   PIC X(02).
           05  WS-HISTORY-FILE-STATUS  PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".

       01  WS-REMIND-DAYS          PIC 9(03) VALUE 14.

      ******************************************************************
      * THE TWO LETTERS. LEVEL 1 IS THE REMINDER FOR ITEMS PAST 30
      * DAYS; LEVEL 2 THE FINAL NOTICE ONCE ANY ITEM IS PAST 60.
      ******************************************************************
       01  WS-WORDING-VALUES.
           05  FILLER              PIC X(60) VALUE
               "REMINDER - PAYMENT OVERDUE".
           05  FILLER              PIC X(60) VALUE
               "OUR RECORDS SHOW THAT THE ITEMS LISTED BELOW ARE MORE".
           05  FILLER              PIC X(60) VALUE
               "THAN 30 DAYS PAST THEIR ITEM DATE AND REMAIN UNPAID.".
           05  FILLER              PIC X(60) VALUE
               "IF PAYMENT HAS ALREADY BEEN SENT PLEASE DISREGARD THIS".
           05  FILLER              PIC X(60) VALUE
               "REMINDER; OTHERWISE PLEASE ARRANGE PAYMENT PROMPTLY.".
           05  FILLER              PIC X(60) VALUE
               "FINAL NOTICE - ACCOUNT SERIOUSLY OVERDUE".
           05  FILLER              PIC X(60) VALUE
               "DESPITE EARLIER REMINDERS, ITEMS LISTED BELOW ARE NOW".
           05  FILLER              PIC X(60) VALUE
               "OVER 60 DAYS PAST THEIR ITEM DATE AND STILL UNPAID.".
           05  FILLER              PIC X(60) VALUE
               "PAYMENT IN FULL IS DUE WITHIN 7 DAYS OF THIS LETTER,".
           05  FILLER              PIC X(60) VALUE
               "FAILING WHICH THE ACCOUNT GOES FOR COLLECTION.".
       01  WS-WORDING-TABLE REDEFINES WS-WORDING-VALUES.
           05  WS-WORDING-LEVEL OCCURS 2 TIMES.
               10  WS-WORDING-LINE OCCURS 5 TIMES PIC X(60).

       01  WS-DEBTOR-TABLE.
           05  WS-DBT-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-DBT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-DBT-IDX.
               10  WS-DBT-IMAGE        PIC X(196).

       01  WS-REFERENCE-TABLE.
           05  WS-REF-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-REF-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-REF-IDX.
               10  WS-REF-ID           PIC X(10).
               10  WS-REF-DEBTOR-ID    PIC X(08).

      ******************************************************************
      * THE LAST TIME EACH ITEM WAS DUNNED, FOR ITEMS DUNNED INSIDE
      * THE REMINDER INTERVAL ONLY - OLDER LINES CAN STOP NOTHING.
      ******************************************************************
       01  WS-DUNNED-TABLE.
           05  WS-DUN-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-DUN-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-DUN-IDX.
               10  WS-DUN-REF-ID       PIC X(10).
               10  WS-DUN-ITEM-DATE    PIC 9(06).
               10  WS-DUN-LAST-DATE    PIC 9(06).
               10  WS-DUN-LAST-DAYS    PIC 9(07).

      ******************************************************************
      * TONIGHT'S ITEMS TO BE DUNNED, WITH THE DEBTOR THAT OWES EACH.
      ******************************************************************
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-DUE-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-DUE-IDX.
               10  WS-DUE-DEBTOR-ID    PIC X(08).
               10  WS-DUE-REF-ID       PIC X(10).
               10  WS-DUE-ITEM-DATE    PIC 9(06).
               10  WS-DUE-AMOUNT       PIC S9(7)V99 COMP-3.
               10  WS-DUE-LEVEL        PIC 9(01).
               10  WS-DUE-NEW-SW       PIC X(01).
                   88  WS-DUE-IS-NEW           VALUE "Y".

       01  WS-WORK-FIELDS.
           05  WS-IX                   PIC 9(04) VALUE ZERO.
           05  WS-MATCH-IX             PIC 9(04) VALUE ZERO.
           05  WS-WORK-DEBTOR-ID       PIC X(08).
           05  WS-WORK-AMOUNT          PIC S9(7)V99 VALUE ZERO.
           05  WS-WORK-LEVEL           PIC 9(01) VALUE ZERO.
           05  WS-WORK-NEW-SW          PIC X(01) VALUE "N".
           05  WS-LETTER-LEVEL         PIC 9(01) VALUE ZERO.
           05  WS-LETTER-ITEMS         PIC 9(05) VALUE ZERO.
           05  WS-LETTER-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-LINE-IX              PIC 9(01) VALUE ZERO.
           05  WS-BUCKET-TEXT          PIC X(10).

       01  WS-DATE-WORK.
           05  WS-DW-DATE              PIC 9(06).
           05  WS-DW-PARTS REDEFINES WS-DW-DATE.
               10  WS-DW-YY            PIC 9(02).
               10  WS-DW-MM            PIC 9(02).
               10  WS-DW-DD            PIC 9(02).
           05  WS-ENTRY-DAYS           PIC 9(07) VALUE ZERO.
           05  WS-TODAY-DAYS           PIC 9(07) VALUE ZERO.
           05  WS-SINCE-DAYS           PIC S9(07) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-BUCKET-READ          PIC 9(07) VALUE ZERO.
           05  WS-OVERDUE-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-SUPPRESSED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-REPRINT-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-DUNNED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-LETTER-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-FINAL-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED             PIC ZZZZZZ9.
           05  WS-AMOUNT-ED            PIC ZZZZ,ZZ9.99.
           05  WS-TOTAL-ED             PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-OVERDUE
           PERFORM 3000-WRITE-LETTERS
           PERFORM 4000-WRITE-TOTALS
           PERFORM 9000-FINISH
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           MOVE WS-RUN-DATE TO WS-DW-DATE
           PERFORM 1500-DATE-TO-DAYS
           MOVE WS-ENTRY-DAYS TO WS-TODAY-DAYS
           PERFORM 1050-READ-PARMS
           PERFORM 1790-WRITE-ATTESTATION
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-LOAD-DEBTOR-MASTER
           PERFORM 1200-LOAD-DUNNING-HISTORY
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "DUNNING REGISTER - OVERDUE RECEIVABLES"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   REMINDER INTERVAL " DELIMITED BY SIZE
               WS-REMIND-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
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

       1050-READ-PARMS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1060-READ-PARM-REC
               PERFORM 1070-CHECK-PARM-REC UNTIL WS-EOF
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1060-READ-PARM-REC.
           READ PARM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1070-CHECK-PARM-REC.
           IF (PARM-EFF-DATE IS NOT NUMERIC
               OR PARM-EFF-DATE <= WS-RUN-DATE)
               AND PARM-PROGRAM-ID = "DUNLETR"
               IF PARM-NAME = "REMINDDAYS"
                   IF PARM-VALUE > ZERO AND PARM-VALUE < 100
                       MOVE PARM-VALUE TO WS-REMIND-DAYS
                       MOVE "P" TO WS-SRC-OF-REMINDDAYS
                   END-IF
               END-IF
           END-IF
           PERFORM 1060-READ-PARM-REC.

      ******************************************************************
      * ACTIVE DEBTORS ONLY; A REFERENCE IS TAKEN AS THE MASTER
      * HOLDS IT. A REFERENCE ON A CLOSED OR MISSING DEBTOR FINDS NO
      * DEBTOR AT LETTER TIME AND COUNTS AS UNMAPPED.
      ******************************************************************
       1100-LOAD-DEBTOR-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM 1110-READ-MASTER-REC
               PERFORM 1120-LOAD-MASTER-ENTRY UNTIL WS-EOF
               CLOSE MASTER-FILE
           ELSE
               DISPLAY "DUNLETR: NO DEBTOR MASTER, STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "DEBTOR MASTER MISSING, NO ITEM CAN BE DUNNED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-MASTER-REC.
           READ MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-MASTER-ENTRY.
           EVALUATE TRUE
               WHEN DM-IS-DEBTOR AND DM-IS-ACTIVE
                   IF WS-DBT-COUNT < 1000
                       ADD 1 TO WS-DBT-COUNT
                       MOVE DEBTOR-MASTER-RECORD
                           TO WS-DBT-IMAGE (WS-DBT-COUNT)
                   ELSE
                       DISPLAY "DUNLETR: DEBTOR TABLE FULL, "
                           "DEBTOR DROPPED " DM-DEBTOR-ID
                   END-IF
               WHEN DM-IS-REFERENCE
                   IF WS-REF-COUNT < 3000
                       ADD 1 TO WS-REF-COUNT
                       MOVE DM-REFERENCE-ID TO WS-REF-ID (WS-REF-COUNT)
                       MOVE DM-DEBTOR-ID
                           TO WS-REF-DEBTOR-ID (WS-REF-COUNT)
                   ELSE
                       DISPLAY "DUNLETR: REFERENCE TABLE FULL, "
                           "REFERENCE DROPPED " DM-REFERENCE-ID
                   END-IF
           END-EVALUATE
           PERFORM 1110-READ-MASTER-REC.

       1200-LOAD-DUNNING-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 1210-READ-HISTORY-REC
               PERFORM 1220-NOTE-HISTORY-ENTRY UNTIL WS-EOF
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-HISTORY-REC.
           READ HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-NOTE-HISTORY-ENTRY.
           IF DH-DUN-DATE IS NUMERIC AND DH-ITEM-DATE IS NUMERIC
               MOVE DH-DUN-DATE TO WS-DW-DATE
               PERFORM 1500-DATE-TO-DAYS
               COMPUTE WS-SINCE-DAYS = WS-TODAY-DAYS - WS-ENTRY-DAYS
               IF WS-SINCE-DAYS < WS-REMIND-DAYS
                   PERFORM 1230-FIND-DUNNED-ITEM
                   IF WS-MATCH-IX = ZERO
                       IF WS-DUN-COUNT < 3000
                           ADD 1 TO WS-DUN-COUNT
                           MOVE WS-DUN-COUNT TO WS-MATCH-IX
                           MOVE DH-REFERENCE-ID
                               TO WS-DUN-REF-ID (WS-MATCH-IX)
                           MOVE DH-ITEM-DATE
                               TO WS-DUN-ITEM-DATE (WS-MATCH-IX)
                           MOVE ZERO TO WS-DUN-LAST-DAYS (WS-MATCH-IX)
                       ELSE
                           DISPLAY "DUNLETR: DUNNED TABLE FULL, "
                               "HISTORY LINE IGNORED"
                       END-IF
                   END-IF
                   IF WS-MATCH-IX > ZERO
                       IF WS-ENTRY-DAYS
                           > WS-DUN-LAST-DAYS (WS-MATCH-IX)
                           MOVE WS-ENTRY-DAYS
                               TO WS-DUN-LAST-DAYS (WS-MATCH-IX)
                           MOVE DH-DUN-DATE
                               TO WS-DUN-LAST-DATE (WS-MATCH-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1210-READ-HISTORY-REC.

       1230-FIND-DUNNED-ITEM.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM 1240-CHECK-DUNNED-ENTRY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-DUN-COUNT
                   OR WS-MATCH-IX > ZERO.

       1240-CHECK-DUNNED-ENTRY.
           IF WS-DUN-REF-ID (WS-IX) = DH-REFERENCE-ID
               AND WS-DUN-ITEM-DATE (WS-IX) = DH-ITEM-DATE
               MOVE WS-IX TO WS-MATCH-IX
           END-IF.

      ******************************************************************
      * SAME WHOLE-MONTH DAY ARITHMETIC AS THE AGING RUN THAT BUILT
      * THE BUCKETS, SO "INSIDE THE INTERVAL" IS COUNTED THE SAME WAY
      * AS "PAST 30 DAYS".
      ******************************************************************
       1500-DATE-TO-DAYS.
           COMPUTE WS-ENTRY-DAYS =
               WS-DW-YY * 372 + WS-DW-MM * 31 + WS-DW-DD.

      ******************************************************************
      * ATTEST THE CONTROL VALUES THIS RUN WILL ACTUALLY USE AND
      * WHERE EACH CAME FROM - PARAMETER FILE OR BUILT-IN DEFAULT -
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
           MOVE "DUNLETR" TO ATT-PROGRAM-ID
           MOVE "REMINDDAYS" TO ATT-PARM-NAME
           MOVE WS-REMIND-DAYS TO ATT-VALUE-USED
           MOVE WS-SRC-OF-REMINDDAYS TO ATT-SOURCE
           WRITE ATTEST-RECORD
           CLOSE ATTEST-FILE.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "DUNLETR" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-COLLECT-OVERDUE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BUCKET-FILE
           IF WS-BUCKET-FILE-STATUS = "00"
               PERFORM 2010-READ-BUCKET
               PERFORM 2020-CHECK-ONE-ITEM UNTIL WS-EOF
               CLOSE BUCKET-FILE
           ELSE
               DISPLAY "DUNLETR: CANNOT OPEN REPBUCK, STATUS "
                   WS-BUCKET-FILE-STATUS
               MOVE "BUCKET FILE MISSING, NOTHING DUNNED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2010-READ-BUCKET.
           READ BUCKET-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * ONE BUCKET LINE: ONLY 30-DAY AND 60-DAY ITEMS ARE OVERDUE.
      * THE ITEM MUST BELONG TO AN ACTIVE DEBTOR AND MUST NOT HAVE
      * BEEN DUNNED INSIDE THE INTERVAL - UNLESS IT WAS DUNNED TODAY,
      * WHICH IS THIS SAME RUN BEING RERUN.
      ******************************************************************
       2020-CHECK-ONE-ITEM.
           ADD 1 TO WS-BUCKET-READ
           IF BK-IS-30-DAY OR BK-IS-60-DAY
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE BK-AMOUNT-ED TO WS-WORK-AMOUNT
               IF BK-IS-60-DAY
                   MOVE 2 TO WS-WORK-LEVEL
               ELSE
                   MOVE 1 TO WS-WORK-LEVEL
               END-IF
               PERFORM 2100-FIND-DEBTOR-FOR-ITEM
               IF WS-WORK-DEBTOR-ID = SPACES
                   PERFORM 2200-NOTE-UNMAPPED
               ELSE
                   PERFORM 2300-CHECK-INTERVAL
               END-IF
           END-IF
           PERFORM 2010-READ-BUCKET.

       2100-FIND-DEBTOR-FOR-ITEM.
           MOVE SPACES TO WS-WORK-DEBTOR-ID
           MOVE ZERO TO WS-MATCH-IX
           PERFORM 2110-CHECK-REFERENCE-ENTRY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-REF-COUNT
                   OR WS-MATCH-IX > ZERO
           IF WS-MATCH-IX > ZERO
               MOVE WS-REF-DEBTOR-ID (WS-MATCH-IX) TO WS-WORK-DEBTOR-ID
               MOVE ZERO TO WS-MATCH-IX
               PERFORM 2120-CHECK-DEBTOR-ENTRY
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-DBT-COUNT
                       OR WS-MATCH-IX > ZERO
               IF WS-MATCH-IX = ZERO
                   MOVE SPACES TO WS-WORK-DEBTOR-ID
               END-IF
           END-IF.

       2110-CHECK-REFERENCE-ENTRY.
           IF WS-REF-ID (WS-IX) = BK-REFERENCE-ID
               MOVE WS-IX TO WS-MATCH-IX
           END-IF.

       2120-CHECK-DEBTOR-ENTRY.
           IF WS-DBT-IMAGE (WS-IX) (3:8) = WS-WORK-DEBTOR-ID
               MOVE WS-IX TO WS-MATCH-IX
           END-IF.

       2200-NOTE-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-COUNT
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "NO DEBTOR   " DELIMITED BY SIZE
               BK-REFERENCE-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BK-ITEM-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BK-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BK-BUCKET-LABEL DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       2300-CHECK-INTERVAL.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM 2310-CHECK-DUNNED-ITEM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-DUN-COUNT
                   OR WS-MATCH-IX > ZERO
           EVALUATE TRUE
               WHEN WS-MATCH-IX = ZERO
                   MOVE "Y" TO WS-WORK-NEW-SW
                   PERFORM 2400-ADD-DUE-ITEM
               WHEN WS-DUN-LAST-DATE (WS-MATCH-IX) = WS-RUN-DATE
                   ADD 1 TO WS-REPRINT-COUNT
                   MOVE "N" TO WS-WORK-NEW-SW
                   PERFORM 2400-ADD-DUE-ITEM
               WHEN OTHER
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "SUPPRESSED  " DELIMITED BY SIZE
                       BK-REFERENCE-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       BK-ITEM-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       BK-AMOUNT-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-WORK-DEBTOR-ID DELIMITED BY SIZE
                       " LAST DUNNED " DELIMITED BY SIZE
                       WS-DUN-LAST-DATE (WS-MATCH-IX) DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
           END-EVALUATE.

       2310-CHECK-DUNNED-ITEM.
           IF WS-DUN-REF-ID (WS-IX) = BK-REFERENCE-ID
               AND WS-DUN-ITEM-DATE (WS-IX) = BK-ITEM-DATE
               MOVE WS-IX TO WS-MATCH-IX
           END-IF.

       2400-ADD-DUE-ITEM.
           IF WS-DUE-COUNT < 3000
               ADD 1 TO WS-DUE-COUNT
               SET WS-DUE-IDX TO WS-DUE-COUNT
               MOVE WS-WORK-DEBTOR-ID TO WS-DUE-DEBTOR-ID (WS-DUE-IDX)
               MOVE BK-REFERENCE-ID TO WS-DUE-REF-ID (WS-DUE-IDX)
               MOVE BK-ITEM-DATE TO WS-DUE-ITEM-DATE (WS-DUE-IDX)
               MOVE WS-WORK-AMOUNT TO WS-DUE-AMOUNT (WS-DUE-IDX)
               MOVE WS-WORK-LEVEL TO WS-DUE-LEVEL (WS-DUE-IDX)
               MOVE WS-WORK-NEW-SW TO WS-DUE-NEW-SW (WS-DUE-IDX)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE 8 TO WS-RUN-RC
               DISPLAY "DUNLETR: DUE TABLE FULL, ITEM NOT DUNNED "
                   BK-REFERENCE-ID
           END-IF.

      ******************************************************************
      * ONE LETTER PER DEBTOR WITH ANYTHING DUE, IN MASTER ORDER. THE
      * WORST BUCKET ON THE LETTER PICKS THE WORDING.
      ******************************************************************
       3000-WRITE-LETTERS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "LETTERS    DEBTOR    LEVEL  ITEMS           TOTAL"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3010-LETTER-FOR-DEBTOR
               VARYING WS-DBT-IDX FROM 1 BY 1
               UNTIL WS-DBT-IDX > WS-DBT-COUNT.

       3010-LETTER-FOR-DEBTOR.
           MOVE WS-DBT-IMAGE (WS-DBT-IDX) TO DEBTOR-MASTER-RECORD
           MOVE ZERO TO WS-LETTER-LEVEL
           MOVE ZERO TO WS-LETTER-ITEMS
           MOVE ZERO TO WS-LETTER-TOTAL
           PERFORM 3020-SIZE-LETTER
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT
           IF WS-LETTER-ITEMS > ZERO
               ADD 1 TO WS-LETTER-COUNT
               IF WS-LETTER-LEVEL = 2
                   ADD 1 TO WS-FINAL-COUNT
               END-IF
               PERFORM 3100-WRITE-LETTER-HEAD
               PERFORM 3200-WRITE-LETTER-ITEM
                   VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               PERFORM 3300-WRITE-LETTER-FOOT
               MOVE WS-LETTER-ITEMS TO WS-COUNT-ED
               MOVE WS-LETTER-TOTAL TO WS-TOTAL-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "           " DELIMITED BY SIZE
                   DM-DEBTOR-ID DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-LETTER-LEVEL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TOTAL-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DM-NAME DELIMITED BY "  "
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       3020-SIZE-LETTER.
           IF WS-DUE-DEBTOR-ID (WS-DUE-IDX) = DM-DEBTOR-ID
               ADD 1 TO WS-LETTER-ITEMS
               ADD WS-DUE-AMOUNT (WS-DUE-IDX) TO WS-LETTER-TOTAL
               IF WS-DUE-LEVEL (WS-DUE-IDX) > WS-LETTER-LEVEL
                   MOVE WS-DUE-LEVEL (WS-DUE-IDX) TO WS-LETTER-LEVEL
               END-IF
           END-IF.

       3100-WRITE-LETTER-HEAD.
           IF WS-LETTER-COUNT > 1
               MOVE ALL "-" TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF
           MOVE SPACES TO LETTER-RECORD
           STRING "ACCOUNT " DELIMITED BY SIZE
               DM-DEBTOR-ID DELIMITED BY SIZE
               "                                     DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE DM-NAME TO LETTER-RECORD
           WRITE LETTER-RECORD
           IF DM-CONTACT NOT = SPACES
               MOVE SPACES TO LETTER-RECORD
               STRING "ATTN: " DELIMITED BY SIZE
                   DM-CONTACT DELIMITED BY SIZE
                   INTO LETTER-RECORD
               END-STRING
               WRITE LETTER-RECORD
           END-IF
           MOVE DM-ADDRESS-1 TO LETTER-RECORD
           WRITE LETTER-RECORD
           IF DM-ADDRESS-2 NOT = SPACES
               MOVE DM-ADDRESS-2 TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF
           IF DM-ADDRESS-3 NOT = SPACES
               MOVE DM-ADDRESS-3 TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF
           MOVE DM-POSTCODE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           PERFORM 3110-WRITE-WORDING-LINE
               VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > 5
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "  REFERENCE   ITEM DATE        AMOUNT  OVERDUE"
               TO LETTER-RECORD
           WRITE LETTER-RECORD.

       3110-WRITE-WORDING-LINE.
           MOVE WS-WORDING-LINE (WS-LETTER-LEVEL, WS-LINE-IX)
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           IF WS-LINE-IX = 1
               MOVE SPACES TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.

      ******************************************************************
      * EACH ITEM ON THE LETTER; AN ITEM NOT ALREADY DUNNED TODAY
      * GOES ON THE HISTORY AS IT IS PRINTED.
      ******************************************************************
       3200-WRITE-LETTER-ITEM.
           IF WS-DUE-DEBTOR-ID (WS-DUE-IDX) = DM-DEBTOR-ID
               MOVE WS-DUE-AMOUNT (WS-DUE-IDX) TO WS-AMOUNT-ED
               IF WS-DUE-LEVEL (WS-DUE-IDX) = 2
                   MOVE "60 DAYS+" TO WS-BUCKET-TEXT
               ELSE
                   MOVE "30 DAYS+" TO WS-BUCKET-TEXT
               END-IF
               MOVE SPACES TO LETTER-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-DUE-REF-ID (WS-DUE-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DUE-ITEM-DATE (WS-DUE-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-BUCKET-TEXT DELIMITED BY SIZE
                   INTO LETTER-RECORD
               END-STRING
               WRITE LETTER-RECORD
               IF WS-DUE-IS-NEW (WS-DUE-IDX)
                   MOVE SPACES TO DUNNING-HISTORY-RECORD
                   MOVE WS-RUN-DATE TO DH-DUN-DATE
                   MOVE WS-DUE-REF-ID (WS-DUE-IDX) TO DH-REFERENCE-ID
                   MOVE WS-DUE-ITEM-DATE (WS-DUE-IDX) TO DH-ITEM-DATE
                   MOVE DM-DEBTOR-ID TO DH-DEBTOR-ID
                   MOVE WS-LETTER-LEVEL TO DH-LEVEL
                   MOVE WS-DUE-AMOUNT (WS-DUE-IDX) TO DH-AMOUNT
                   WRITE DUNNING-HISTORY-RECORD
                   ADD 1 TO WS-DUNNED-COUNT
               END-IF
           END-IF.

       3300-WRITE-LETTER-FOOT.
           MOVE WS-LETTER-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO LETTER-RECORD
           STRING "  TOTAL OVERDUE" DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "PLEASE QUOTE YOUR ACCOUNT NUMBER WITH YOUR PAYMENT."
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "ACCOUNTS RECEIVABLE" TO LETTER-RECORD
           WRITE LETTER-RECORD.

       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BUCKET-READ TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BUCKET ITEMS READ      : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "OVERDUE ITEMS          : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DUNNED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ITEMS DUNNED           : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REPRINT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ITEMS REPRINTED (RERUN): " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "SUPPRESSED IN INTERVAL : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NO DEBTOR ON MASTER    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-LETTER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "LETTERS WRITTEN        : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-FINAL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  OF WHICH FINAL NOTICE: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-DROPPED-COUNT > ZERO
               MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "*** NOT DUNNED, TABLE FULL: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       9000-FINISH.
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-LETTER-COUNT TO WS-COUNT-ED
           STRING "DUNNING COMPLETE - LETTERS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-UNMAPPED-COUNT TO WS-COUNT-ED
               STRING "OVERDUE ITEMS WITH NO DEBTOR: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           CLOSE HISTORY-FILE
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "DUNLETR: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       END PROGRAM DUNLETR.
