      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Release value-dated details from the warehouse
      *              into tonight's TRANIN. SOMAEDIT sets aside every
      *              detail whose value date is later than the
      *              business date it arrived on; each night this run
      *              reads the warehouse, appends the items whose
      *              value date has come round to TRANIN as one
      *              properly counted HDR/DTL/TRL batch under the VDT
      *              originator (trace id and value date kept), and
      *              carries the items not yet due forward to the next
      *              warehouse generation. A register lists exactly
      *              what was released and what is still waiting.
      *              Runs after SOMASTGN and ahead of SOMAEDIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAVREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "SOMAVDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
           SELECT NEW-WAREHOUSE-FILE ASSIGN TO "SOMAVDWN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANIN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANIN-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "SOMAVRLR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05  WH-VALUE-DATE       PIC 9(06).
           05  WH-ORIGINATOR       PIC X(03).
           05  WH-WAREHOUSED-DATE  PIC 9(06).
           05  WH-TRAN-IMAGE       PIC X(46).
           05  WH-CYCLE            PIC X(01).

       FD  NEW-WAREHOUSE-FILE.
       01  NEW-WAREHOUSE-RECORD    PIC X(62).

       FD  TRANIN-FILE.
       01  TRANIN-RECORD.
           05  GN-REC-TYPE         PIC X(03).
           05  GN-DETAIL-DATA.
               10  GN-NUM1             PIC S9(7)V99.
               10  GN-NUM2             PIC S9(7)V99.
               10  GN-OP-CODE          PIC X(03).
               10  GN-CURRENCY-CODE    PIC X(03).
               10  GN-TRACE-ID         PIC 9(13).
               10  GN-VALUE-DATE       PIC 9(06).
           05  GN-HEADER-DATA REDEFINES GN-DETAIL-DATA.
               10  GN-EXPECTED-COUNT   PIC 9(7).
               10  GN-ORIGINATOR-CODE  PIC X(03).
               10  GN-HEADER-AMOUNT    PIC S9(9)V99.
               10  FILLER              PIC X(22).
           05  GN-TRAILER-DATA REDEFINES GN-DETAIL-DATA.
               10  GN-ACTUAL-COUNT     PIC 9(7).
               10  GN-TRAILER-AMOUNT   PIC S9(9)V99.
               10  FILLER              PIC X(25).
           05  FILLER              PIC X(34).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD         PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-WHSE-FILE-STATUS     PIC X(02).
           05  WS-TRANIN-FILE-STATUS   PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-WHSE-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-WHSE-OPENED             VALUE "Y".
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".

       01  WS-RUN-DATE             PIC 9(06).

      ******************************************************************
      * THE WAREHOUSED DETAIL IS THE TRANIN DETAIL IMAGE SOMAEDIT
      * SAW, TRACE ID ALREADY STAMPED.
      ******************************************************************
       01  WS-ITEM-IMAGE.
           05  WS-IT-REC-TYPE      PIC X(03).
           05  WS-IT-NUM1          PIC S9(7)V99.
           05  WS-IT-NUM2          PIC S9(7)V99.
           05  WS-IT-OP-CODE       PIC X(03).
           05  WS-IT-CURRENCY      PIC X(03).
           05  WS-IT-TRACE-ID      PIC 9(13).
           05  WS-IT-VALUE-DATE    PIC 9(06).

      ******************************************************************
      * THE DUE ITEMS ARE HELD IN STORAGE UNTIL THE WAREHOUSE IS READ
      * THROUGH, BECAUSE THE BATCH HEADER MUST CARRY THE COUNT AND
      * AMOUNT CONTROL BEFORE THE FIRST DETAIL IS WRITTEN. AN ITEM
      * THAT DOES NOT FIT IS NOT LOST - IT STAYS ON THE WAREHOUSE
      * FOR THE NEXT NIGHT.
      ******************************************************************
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-DUE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-DUE-IDX.
               10  WS-DUE-IMAGE    PIC X(46).

       01  WS-COUNTERS.
           05  WS-WHSE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-WAITING-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-DEFERRED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-DUE-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZ9.

       01  WS-EDIT-FIELDS.
           05  WS-NUM1-ED          PIC -(7)9.99.
           05  WS-NUM2-ED          PIC -(7)9.99.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-ITEM UNTIL WS-EOF
           PERFORM 3000-WRITE-RELEASED-BATCH
           PERFORM 4000-WRITE-REGISTER-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REGISTER-FILE
           MOVE "VALUE-DATED ITEMS RELEASED TONIGHT"
               TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           OPEN OUTPUT NEW-WAREHOUSE-FILE
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-FILE-STATUS = "00"
               SET WS-WHSE-OPENED TO TRUE
               PERFORM 2100-READ-ITEM
           ELSE
               SET WS-EOF TO TRUE
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

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMAVREL" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * AN ITEM IS DUE ONCE ITS VALUE DATE IS ON OR BEFORE TONIGHT'S
      * BUSINESS DATE - AN ITEM WHOSE VALUE DATE FELL ON A NIGHT THE
      * CHAIN DID NOT RUN GOES OUT ON THE NEXT NIGHT IT DOES, AND
      * SOMA THEN TREATS IT AS BACK-VALUED.
      ******************************************************************
       2000-CHECK-ONE-ITEM.
           ADD 1 TO WS-WHSE-COUNT
           IF WH-VALUE-DATE NOT > WS-RUN-DATE
               PERFORM 2600-TAKE-DUE-ITEM
           ELSE
               ADD 1 TO WS-WAITING-COUNT
               MOVE WAREHOUSE-RECORD TO NEW-WAREHOUSE-RECORD
               WRITE NEW-WAREHOUSE-RECORD
           END-IF
           PERFORM 2100-READ-ITEM.

       2100-READ-ITEM.
           READ WAREHOUSE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2600-TAKE-DUE-ITEM.
           MOVE WH-TRAN-IMAGE TO WS-ITEM-IMAGE
           IF WS-DUE-COUNT < 1000
               ADD 1 TO WS-DUE-COUNT
               SET WS-DUE-IDX TO WS-DUE-COUNT
               MOVE WH-TRAN-IMAGE TO WS-DUE-IMAGE (WS-DUE-IDX)
               COMPUTE WS-DUE-AMOUNT =
                   WS-DUE-AMOUNT + WS-IT-NUM1 + WS-IT-NUM2
               MOVE WS-IT-NUM1 TO WS-NUM1-ED
               MOVE WS-IT-NUM2 TO WS-NUM2-ED
               MOVE SPACES TO REGISTER-RECORD
               STRING "RELEASED: " DELIMITED BY SIZE
                   WS-NUM1-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IT-OP-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NUM2-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IT-CURRENCY DELIMITED BY SIZE
                   " VD " DELIMITED BY SIZE
                   WH-VALUE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WH-ORIGINATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IT-TRACE-ID DELIMITED BY SIZE
                   INTO REGISTER-RECORD
               END-STRING
               WRITE REGISTER-RECORD
           ELSE
               ADD 1 TO WS-DEFERRED-COUNT
               MOVE WAREHOUSE-RECORD TO NEW-WAREHOUSE-RECORD
               WRITE NEW-WAREHOUSE-RECORD
               IF WS-DEFERRED-COUNT = 1
                   DISPLAY "SOMAVREL: DUE TABLE FULL, ITEMS HELD OVER"
                   MOVE "DUE TABLE FULL, ITEMS HELD OVER"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      ******************************************************************
      * THE RELEASED ITEMS APPEND TO TRANIN AS ONE PROPER BATCH -
      * COUNT, VDT ORIGINATOR AND AMOUNT CONTROL ON THE HEADER AND
      * TRAILER - AHEAD OF THE NIGHT'S EDIT.
      ******************************************************************
       3000-WRITE-RELEASED-BATCH.
           IF WS-DUE-COUNT > ZERO
               OPEN EXTEND TRANIN-FILE
               IF WS-TRANIN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TRANIN-FILE
               END-IF
               MOVE SPACES TO TRANIN-RECORD
               MOVE "HDR" TO GN-REC-TYPE
               MOVE WS-DUE-COUNT TO GN-EXPECTED-COUNT
               MOVE "VDT" TO GN-ORIGINATOR-CODE
               MOVE WS-DUE-AMOUNT TO GN-HEADER-AMOUNT
               WRITE TRANIN-RECORD
               PERFORM 3010-WRITE-ONE-DETAIL
                   VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               MOVE SPACES TO TRANIN-RECORD
               MOVE "TRL" TO GN-REC-TYPE
               MOVE WS-DUE-COUNT TO GN-ACTUAL-COUNT
               MOVE WS-DUE-AMOUNT TO GN-TRAILER-AMOUNT
               WRITE TRANIN-RECORD
               CLOSE TRANIN-FILE
           END-IF.

       3010-WRITE-ONE-DETAIL.
           MOVE WS-DUE-IMAGE (WS-DUE-IDX) TO WS-ITEM-IMAGE
           MOVE SPACES TO TRANIN-RECORD
           MOVE "DTL" TO GN-REC-TYPE
           MOVE WS-IT-NUM1 TO GN-NUM1
           MOVE WS-IT-NUM2 TO GN-NUM2
           MOVE WS-IT-OP-CODE TO GN-OP-CODE
           MOVE WS-IT-CURRENCY TO GN-CURRENCY-CODE
           MOVE WS-IT-TRACE-ID TO GN-TRACE-ID
           MOVE WS-IT-VALUE-DATE TO GN-VALUE-DATE
           WRITE TRANIN-RECORD.

       4000-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-WHSE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "ITEMS ON WAREHOUSE : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE WS-DUE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "ITEMS RELEASED     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE WS-WAITING-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REGISTER-RECORD
           STRING "ITEMS NOT YET DUE  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           IF WS-DEFERRED-COUNT > ZERO
               MOVE WS-DEFERRED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REGISTER-RECORD
               STRING "DUE, HELD OVER     : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REGISTER-RECORD
               END-STRING
               WRITE REGISTER-RECORD
           END-IF
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-DUE-COUNT TO WS-COUNT-ED
           STRING "VALUE-DATED ITEMS RELEASED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

       9000-FINISH.
           IF WS-WHSE-OPENED
               CLOSE WAREHOUSE-FILE
           END-IF
           CLOSE NEW-WAREHOUSE-FILE
           CLOSE REGISTER-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMAVREL: ENDING WITH RETURN CODE "
                   WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "SOMAVREL" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-DUE-COUNT TO COMPL-RECORDS-PROC
           MOVE ZERO TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM SOMAVREL.
