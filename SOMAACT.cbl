      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Roll the business day's posting activity into
      *              the originator activity history that the
      *              month-end chargeback prices. For every
      *              originator the day's SOMAACK lines give the
      *              batches processed, the batches deferred to a
      *              later cycle and the details posted; SOMAEDIT's
      *              drop file gives the details dropped before
      *              posting, SOMAREJ the posting rejects and
      *              SOMAHOLD the details held in suspense. An ack
      *              line dated for another business day is skipped
      *              and counted, with return code 4. One
      *              history line per originator per business date
      *              goes to a new generation of the history, which
      *              carries forward only the current and the prior
      *              month, so a month-end run that slips a day still
      *              finds its month. A business date already on the
      *              history is refused and the history is copied
      *              forward unchanged. The same run keeps the reject
      *              archive the weekly root-cause analysis reads:
      *              every SOMAEDIT drop and SOMAREJ reject of the day
      *              is stamped with the business date and appended
      *              to a new generation of the archive, which carries
      *              forward the same two months and is refused on the
      *              same terms.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "SOMAACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT DROP-FILE ASSIGN TO "SOMAEDRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "SOMAREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "SOMAHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HISTIN-FILE ASSIGN TO "SOMAACTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-FILE-STATUS.
           SELECT HISTOUT-FILE ASSIGN TO "SOMAACTN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJHIN-FILE ASSIGN TO "SOMARJH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJHIN-FILE-STATUS.
           SELECT REJHOUT-FILE ASSIGN TO "SOMARJHN"
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

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  ACK-RUN-DATE        PIC 9(06).
           05  FILLER              PIC X(01).
           05  ACK-BATCH-NO        PIC 9(04).
           05  FILLER              PIC X(01).
           05  ACK-ACCEPT-COUNT    PIC 9(07).
           05  FILLER              PIC X(01).
           05  ACK-REJECT-COUNT    PIC 9(07).
           05  FILLER              PIC X(01).
           05  ACK-BATCH-TOTAL     PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  ACK-BALANCE-SW      PIC X(01).
           05  FILLER              PIC X(01).
           05  ACK-ORIGINATOR-CODE PIC X(03).
           05  FILLER              PIC X(01).
           05  ACK-CYCLE           PIC 9(01).
           05  FILLER              PIC X(01).
           05  ACK-DISPOSITION     PIC X(01).
               88  ACK-PROCESSED           VALUE "P".
               88  ACK-DEFERRED            VALUE "D".

       FD  DROP-FILE.
       01  DROP-RECORD.
           05  DR-NUM1-X           PIC X(09).
           05  DR-NUM2-X           PIC X(09).
           05  FILLER              PIC X(01).
           05  DR-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  DR-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  DR-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(01).
           05  DR-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(01).
           05  DR-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  DR-TRACE-ID         PIC X(13).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-NUM1             PIC S9(7)V99.
           05  RJ-NUM2             PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  RJ-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  RJ-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  RJ-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(01).
           05  RJ-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(01).
           05  RJ-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  RJ-TRACE-ID         PIC 9(13).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HD-NUM1             PIC S9(7)V99.
           05  HD-NUM2             PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  HD-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  HD-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  HD-LIMIT-AMOUNT     PIC 9(9)V99.
           05  FILLER              PIC X(01).
           05  HD-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  HD-TRACE-ID         PIC 9(13).

      ******************************************************************
      * ONE LINE PER ORIGINATOR PER BUSINESS DATE. A DROP THAT CAME
      * BEFORE ANY BATCH HEADER HAS NO ORIGINATOR AND IS KEPT UNDER
      * A BLANK ONE.
      ******************************************************************
       FD  HISTIN-FILE.
       01  HISTIN-RECORD.
           05  AH-RUN-DATE         PIC 9(06).
           05  AH-RUN-DATE-PARTS REDEFINES AH-RUN-DATE.
               10  AH-RUN-YYMM     PIC 9(04).
               10  AH-RUN-DD       PIC 9(02).
           05  FILLER              PIC X(01).
           05  AH-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  AH-BATCH-COUNT      PIC 9(05).
           05  FILLER              PIC X(01).
           05  AH-DEFER-COUNT      PIC 9(05).
           05  FILLER              PIC X(01).
           05  AH-POSTED-COUNT     PIC 9(07).
           05  FILLER              PIC X(01).
           05  AH-DROP-COUNT       PIC 9(07).
           05  FILLER              PIC X(01).
           05  AH-REJECT-COUNT     PIC 9(07).
           05  FILLER              PIC X(01).
           05  AH-HOLD-COUNT       PIC 9(07).

       FD  HISTOUT-FILE.
       01  HISTOUT-RECORD          PIC X(60).

      ******************************************************************
      * ONE LINE PER DROP OR REJECT: SOURCE E IS A SOMAEDIT DROP,
      * SOURCE R A SOMAREJ POSTING REJECT (DUPLICATES INCLUDED).
      ******************************************************************
       FD  REJHIN-FILE.
       01  REJHIN-RECORD.
           05  RH-RUN-DATE         PIC 9(06).
           05  RH-RUN-DATE-PARTS REDEFINES RH-RUN-DATE.
               10  RH-RUN-YYMM     PIC 9(04).
               10  RH-RUN-DD       PIC 9(02).
           05  FILLER              PIC X(01).
           05  RH-SOURCE           PIC X(01).
           05  FILLER              PIC X(01).
           05  RH-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(01).
           05  RH-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  RH-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  RH-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01).
           05  RH-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(01).
           05  RH-TRACE-ID         PIC X(13).

       FD  REJHOUT-FILE.
       01  REJHOUT-RECORD          PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-ACK-FILE-STATUS      PIC X(02).
           05  WS-DROP-FILE-STATUS     PIC X(02).
           05  WS-REJECT-FILE-STATUS   PIC X(02).
           05  WS-HOLD-FILE-STATUS     PIC X(02).
           05  WS-HISTIN-FILE-STATUS   PIC X(02).
           05  WS-REJHIN-FILE-STATUS   PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYMM         PIC 9(04).
           05  WS-RUN-YYMM-PARTS REDEFINES WS-RUN-YYMM.
               10  WS-RUN-YY       PIC 9(02).
               10  WS-RUN-MM       PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-ALREADY-SW       PIC X(01) VALUE "N".
               88  WS-ALREADY-ROLLED          VALUE "Y".

      ******************************************************************
      * THE OLDEST MONTH THE NEW GENERATION CARRIES FORWARD.
      ******************************************************************
       01  WS-KEEP-YYMM            PIC 9(04) VALUE ZERO.
       01  WS-KEEP-YYMM-PARTS REDEFINES WS-KEEP-YYMM.
           05  WS-KEEP-YY          PIC 9(02).
           05  WS-KEEP-MM          PIC 9(02).

       01  WS-ORIG-TABLE.
           05  WS-ORG-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-ORG-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ORG-IDX.
               10  WS-ORG-CODE     PIC X(03).
               10  WS-ORG-BATCHES  PIC 9(05).
               10  WS-ORG-DEFERRED PIC 9(05).
               10  WS-ORG-POSTED   PIC 9(07).
               10  WS-ORG-DROPS    PIC 9(07).
               10  WS-ORG-REJECTS  PIC 9(07).
               10  WS-ORG-HOLDS    PIC 9(07).

       01  WS-ACTIVITY-IMAGE.
           05  WS-AI-RUN-DATE      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AI-ORIGINATOR    PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AI-BATCHES       PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AI-DEFERRED      PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AI-POSTED        PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AI-DROPS         PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AI-REJECTS       PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AI-HOLDS         PIC 9(07).
           05  FILLER              PIC X(07) VALUE SPACES.

       01  WS-REJECT-IMAGE.
           05  WS-RI-RUN-DATE      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RI-SOURCE        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RI-REASON-CODE   PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RI-ORIGINATOR    PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RI-CURRENCY-CODE PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RI-OP-CODE       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RI-REASON-TEXT   PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RI-TRACE-ID      PIC X(13).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-ORG-IX           PIC 9(03) VALUE ZERO.
           05  WS-ORG-MATCH-IX     PIC 9(03) VALUE ZERO.
           05  WS-LOOKUP-ORIG      PIC X(03).

       01  WS-COUNTERS.
           05  WS-ACK-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-STALE-ACK-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-DROP-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-HOLD-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-HIST-KEPT        PIC 9(07) VALUE ZERO.
           05  WS-HIST-DROPPED     PIC 9(07) VALUE ZERO.
           05  WS-REJH-KEPT        PIC 9(07) VALUE ZERO.
           05  WS-REJH-DROPPED     PIC 9(07) VALUE ZERO.
           05  WS-REJH-ADDED       PIC 9(07) VALUE ZERO.
           05  WS-LINES-ADDED      PIC 9(05) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-HISTORY
           PERFORM 2100-COPY-REJECT-ARCHIVE
           PERFORM 2900-CHECK-ALREADY-ROLLED
           IF NOT WS-ALREADY-ROLLED
               PERFORM 1100-LOAD-ACKS
               PERFORM 1200-LOAD-DROPS
               PERFORM 1300-LOAD-REJECTS
               PERFORM 1400-LOAD-HOLDS
               PERFORM 3000-ADD-TODAYS-ACTIVITY
           END-IF
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1050-SET-KEEP-MONTH.

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

       1050-SET-KEEP-MONTH.
           MOVE WS-RUN-YYMM TO WS-KEEP-YYMM
           EVALUATE TRUE
               WHEN WS-KEEP-MM > 1
                   SUBTRACT 1 FROM WS-KEEP-MM
               WHEN WS-KEEP-YY > ZERO
                   MOVE 12 TO WS-KEEP-MM
                   SUBTRACT 1 FROM WS-KEEP-YY
               WHEN OTHER
                   MOVE ZERO TO WS-KEEP-YYMM
           END-EVALUATE.

      ******************************************************************
      * A PROCESSED LINE IS A BATCH POSTED; A DEFERRAL NOTICE IS A
      * BATCH HELD BACK TO A LATER CYCLE, AND COUNTS AGAIN AS A
      * BATCH WHEN THAT CYCLE PROCESSES IT. A LINE DATED FOR ANOTHER
      * BUSINESS DAY - A MIDDAY ACKNOWLEDGMENT LEFT OVER FROM A DAY
      * THE MIDDAY CYCLE LAST RAN - WAS ROLLED THAT DAY AND IS SKIPPED.
      ******************************************************************
       1100-LOAD-ACKS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS = "00"
               PERFORM 1110-READ-ACK-REC
               PERFORM 1120-COUNT-ACK UNTIL WS-EOF
               CLOSE ACK-FILE
               IF WS-STALE-ACK-COUNT > ZERO
                   MOVE "SOMAACK LINES FOR ANOTHER DATE SKIPPED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           ELSE
               MOVE "SOMAACK NOT AVAILABLE, NO BATCHES COUNTED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-ACK-REC.
           READ ACK-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-COUNT-ACK.
           IF ACK-RUN-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-STALE-ACK-COUNT
           ELSE
               PERFORM 1130-COUNT-TODAYS-ACK
           END-IF
           PERFORM 1110-READ-ACK-REC.

       1130-COUNT-TODAYS-ACK.
           ADD 1 TO WS-ACK-COUNT
           MOVE ACK-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           PERFORM 2500-FIND-OR-ADD-ORIG
           IF WS-ORG-MATCH-IX > ZERO
               EVALUATE TRUE
                   WHEN ACK-DEFERRED
                       ADD 1 TO WS-ORG-DEFERRED (WS-ORG-MATCH-IX)
                   WHEN OTHER
                       ADD 1 TO WS-ORG-BATCHES (WS-ORG-MATCH-IX)
                       IF ACK-ACCEPT-COUNT IS NUMERIC
                           ADD ACK-ACCEPT-COUNT
                               TO WS-ORG-POSTED (WS-ORG-MATCH-IX)
                       END-IF
               END-EVALUATE
           END-IF.

       1200-LOAD-DROPS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DROP-FILE
           IF WS-DROP-FILE-STATUS = "00"
               PERFORM 1210-READ-DROP-REC
               PERFORM 1220-COUNT-DROP UNTIL WS-EOF
               CLOSE DROP-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-DROP-REC.
           READ DROP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-COUNT-DROP.
           ADD 1 TO WS-DROP-COUNT
           MOVE DR-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           PERFORM 2500-FIND-OR-ADD-ORIG
           IF WS-ORG-MATCH-IX > ZERO
               ADD 1 TO WS-ORG-DROPS (WS-ORG-MATCH-IX)
           END-IF
           MOVE "E" TO WS-RI-SOURCE
           MOVE DR-REASON-CODE TO WS-RI-REASON-CODE
           MOVE DR-ORIGINATOR-CODE TO WS-RI-ORIGINATOR
           MOVE DR-CURRENCY-CODE TO WS-RI-CURRENCY-CODE
           MOVE DR-OP-CODE TO WS-RI-OP-CODE
           MOVE DR-REASON-TEXT TO WS-RI-REASON-TEXT
           MOVE DR-TRACE-ID TO WS-RI-TRACE-ID
           PERFORM 2150-ARCHIVE-ONE-REJECT
           PERFORM 1210-READ-DROP-REC.

       1300-LOAD-REJECTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM 1310-READ-REJECT-REC
               PERFORM 1320-COUNT-REJECT UNTIL WS-EOF
               CLOSE REJECT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1310-READ-REJECT-REC.
           READ REJECT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1320-COUNT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE RJ-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           PERFORM 2500-FIND-OR-ADD-ORIG
           IF WS-ORG-MATCH-IX > ZERO
               ADD 1 TO WS-ORG-REJECTS (WS-ORG-MATCH-IX)
           END-IF
           MOVE "R" TO WS-RI-SOURCE
           MOVE RJ-REASON-CODE TO WS-RI-REASON-CODE
           MOVE RJ-ORIGINATOR-CODE TO WS-RI-ORIGINATOR
           MOVE RJ-CURRENCY-CODE TO WS-RI-CURRENCY-CODE
           MOVE RJ-OP-CODE TO WS-RI-OP-CODE
           MOVE RJ-REASON-TEXT TO WS-RI-REASON-TEXT
           MOVE RJ-TRACE-ID TO WS-RI-TRACE-ID
           PERFORM 2150-ARCHIVE-ONE-REJECT
           PERFORM 1310-READ-REJECT-REC.

       1400-LOAD-HOLDS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM 1410-READ-HOLD-REC
               PERFORM 1420-COUNT-HOLD UNTIL WS-EOF
               CLOSE HOLD-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1410-READ-HOLD-REC.
           READ HOLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1420-COUNT-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           MOVE HD-ORIGINATOR-CODE TO WS-LOOKUP-ORIG
           PERFORM 2500-FIND-OR-ADD-ORIG
           IF WS-ORG-MATCH-IX > ZERO
               ADD 1 TO WS-ORG-HOLDS (WS-ORG-MATCH-IX)
           END-IF
           PERFORM 1410-READ-HOLD-REC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMAACT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * THE PRIOR GENERATION COPIES FORWARD FROM THE KEEP MONTH ON.
      * FINDING TONIGHT'S DATE ALREADY THERE MEANS THE DAY WAS ROLLED
      * BY AN EARLIER RUN: THE COPY STILL COMPLETES, SO THE NEW
      * GENERATION LOSES NOTHING, BUT NOTHING IS ADDED.
      ******************************************************************
       2000-COPY-HISTORY.
           OPEN OUTPUT HISTOUT-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTIN-FILE
           IF WS-HISTIN-FILE-STATUS = "00"
               PERFORM 2010-READ-HISTIN-REC
               PERFORM 2020-COPY-ONE-LINE UNTIL WS-EOF
               CLOSE HISTIN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2010-READ-HISTIN-REC.
           READ HISTIN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2020-COPY-ONE-LINE.
           IF AH-RUN-DATE IS NUMERIC
               IF AH-RUN-DATE = WS-RUN-DATE
                   SET WS-ALREADY-ROLLED TO TRUE
               END-IF
               IF AH-RUN-YYMM NOT < WS-KEEP-YYMM
                   MOVE HISTIN-RECORD TO HISTOUT-RECORD
                   WRITE HISTOUT-RECORD
                   ADD 1 TO WS-HIST-KEPT
               ELSE
                   ADD 1 TO WS-HIST-DROPPED
               END-IF
           ELSE
               ADD 1 TO WS-HIST-DROPPED
           END-IF
           PERFORM 2010-READ-HISTIN-REC.

      ******************************************************************
      * THE REJECT ARCHIVE CARRIES FORWARD ON THE SAME TERMS AS THE
      * ACTIVITY HISTORY, SO THE TWO ALWAYS COVER THE SAME DAYS.
      ******************************************************************
       2100-COPY-REJECT-ARCHIVE.
           OPEN OUTPUT REJHOUT-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REJHIN-FILE
           IF WS-REJHIN-FILE-STATUS = "00"
               PERFORM 2110-READ-REJHIN-REC
               PERFORM 2120-COPY-ONE-REJECT UNTIL WS-EOF
               CLOSE REJHIN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2110-READ-REJHIN-REC.
           READ REJHIN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2120-COPY-ONE-REJECT.
           IF RH-RUN-DATE IS NUMERIC
               IF RH-RUN-DATE = WS-RUN-DATE
                   SET WS-ALREADY-ROLLED TO TRUE
               END-IF
               IF RH-RUN-YYMM NOT < WS-KEEP-YYMM
                   MOVE REJHIN-RECORD TO REJHOUT-RECORD
                   WRITE REJHOUT-RECORD
                   ADD 1 TO WS-REJH-KEPT
               ELSE
                   ADD 1 TO WS-REJH-DROPPED
               END-IF
           ELSE
               ADD 1 TO WS-REJH-DROPPED
           END-IF
           PERFORM 2110-READ-REJHIN-REC.

       2150-ARCHIVE-ONE-REJECT.
           MOVE WS-RUN-DATE TO WS-RI-RUN-DATE
           MOVE WS-REJECT-IMAGE TO REJHOUT-RECORD
           WRITE REJHOUT-RECORD
           ADD 1 TO WS-REJH-ADDED.

      ******************************************************************
      * TONIGHT'S DATE ON EITHER FILE MEANS AN EARLIER RUN ROLLED THE
      * DAY: BOTH COPIES HAVE COMPLETED, SO NEITHER GENERATION LOSES
      * ANYTHING, BUT NOTHING IS ADDED TO EITHER.
      ******************************************************************
       2900-CHECK-ALREADY-ROLLED.
           IF WS-ALREADY-ROLLED
               MOVE 8 TO WS-RUN-RC
               DISPLAY "SOMAACT: BUSINESS DATE " WS-RUN-DATE
                   " ALREADY ON THE ACTIVITY HISTORY, RUN REFUSED"
               MOVE "DATE ALREADY ON ACTIVITY HISTORY, ROLL REFUSED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       2500-FIND-OR-ADD-ORIG.
           MOVE ZERO TO WS-ORG-MATCH-IX
           PERFORM 2510-CHECK-ONE-ORIG
               VARYING WS-ORG-IX FROM 1 BY 1
               UNTIL WS-ORG-IX > WS-ORG-COUNT
                   OR WS-ORG-MATCH-IX > ZERO
           IF WS-ORG-MATCH-IX = ZERO
               IF WS-ORG-COUNT < 100
                   ADD 1 TO WS-ORG-COUNT
                   MOVE WS-ORG-COUNT TO WS-ORG-MATCH-IX
                   SET WS-ORG-IDX TO WS-ORG-COUNT
                   MOVE WS-LOOKUP-ORIG TO WS-ORG-CODE (WS-ORG-IDX)
                   MOVE ZERO TO WS-ORG-BATCHES (WS-ORG-IDX)
                   MOVE ZERO TO WS-ORG-DEFERRED (WS-ORG-IDX)
                   MOVE ZERO TO WS-ORG-POSTED (WS-ORG-IDX)
                   MOVE ZERO TO WS-ORG-DROPS (WS-ORG-IDX)
                   MOVE ZERO TO WS-ORG-REJECTS (WS-ORG-IDX)
                   MOVE ZERO TO WS-ORG-HOLDS (WS-ORG-IDX)
               ELSE
                   DISPLAY "SOMAACT: ORIGINATOR TABLE FULL, "
                       "ACTIVITY NOT COUNTED FOR " WS-LOOKUP-ORIG
                   MOVE "ORIGINATOR TABLE FULL, ACTIVITY NOT COUNTED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

       2510-CHECK-ONE-ORIG.
           IF WS-ORG-CODE (WS-ORG-IX) = WS-LOOKUP-ORIG
               MOVE WS-ORG-IX TO WS-ORG-MATCH-IX
           END-IF.

       3000-ADD-TODAYS-ACTIVITY.
           PERFORM 3010-WRITE-ONE-ORIG
               VARYING WS-ORG-IX FROM 1 BY 1
               UNTIL WS-ORG-IX > WS-ORG-COUNT
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-LINES-ADDED TO WS-COUNT-ED
           STRING "ACTIVITY ROLLED - ORIGINATORS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-REJH-ADDED TO WS-COUNT-ED
           STRING "REJECT ARCHIVE - DROPS/REJECTS ADDED: "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

       3010-WRITE-ONE-ORIG.
           MOVE WS-RUN-DATE TO WS-AI-RUN-DATE
           MOVE WS-ORG-CODE (WS-ORG-IX) TO WS-AI-ORIGINATOR
           MOVE WS-ORG-BATCHES (WS-ORG-IX) TO WS-AI-BATCHES
           MOVE WS-ORG-DEFERRED (WS-ORG-IX) TO WS-AI-DEFERRED
           MOVE WS-ORG-POSTED (WS-ORG-IX) TO WS-AI-POSTED
           MOVE WS-ORG-DROPS (WS-ORG-IX) TO WS-AI-DROPS
           MOVE WS-ORG-REJECTS (WS-ORG-IX) TO WS-AI-REJECTS
           MOVE WS-ORG-HOLDS (WS-ORG-IX) TO WS-AI-HOLDS
           MOVE WS-ACTIVITY-IMAGE TO HISTOUT-RECORD
           WRITE HISTOUT-RECORD
           ADD 1 TO WS-LINES-ADDED.

       9000-FINISH.
           CLOSE HISTOUT-FILE
           CLOSE REJHOUT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMAACT: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "SOMAACT" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           COMPUTE COMPL-RECORDS-PROC = WS-ACK-COUNT + WS-DROP-COUNT
               + WS-REJECT-COUNT + WS-HOLD-COUNT
           MOVE ZERO TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM SOMAACT.
