      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Masked copy of production data to the test region,
      *              so the test-region drills run against the shapes
      *              real departments actually send instead of only
      *              what TRANGEN makes. It copies the transaction
      *              input (TRANIN), the keyed posting history
      *              (SOMAPKEY), the open receivable items (REPITEMS),
      *              the debtor master (DEBTMAST) and the rate master
      *              (SOMARATE); an input that is not allocated is
      *              skipped, so one run can refresh any of them.
      *              Every amount is scaled by the secret factor on
      *              the masking card. Trace ids, receivable reference
      *              ids, debtor ids and department originator codes
      *              are replaced by a keyed substitution that keeps
      *              digits digits and letters letters, so the same
      *              production value always becomes the same test
      *              value in every file and every join - trace to
      *              posting history, reference to debtor - still
      *              works. The system's own originators (SUS, VDT,
      *              STO, LTC, RCY, TST) are copied as they stand, so
      *              the suspense, release and recycle handling still
      *              recognises them in the test region. Debtor names,
      *              addresses and contacts are replaced outright. The
      *              rates are copied as they stand, so base-currency
      *              results stay consistent with the scaled amounts.
      *              Every TRANIN batch header and trailer is restated
      *              to the count and amount control of its masked
      *              details, so the masked file still passes SOMAEDIT;
      *              a record SOMAEDIT would drop (a non-numeric
      *              amount, a bad record type) is copied in its own
      *              odd shape. The copy is privileged: the operator
      *              control card must name the operator and the
      *              reason or ticket, and the masking card must carry
      *              a usable factor and key, or nothing is copied and
      *              the run ends 8; so does a run in which a test
      *              file would not open for output, though the other
      *              files are still copied. RC 4 = details beyond
      *              the batch hold left out of the copy. The factor
      *              and the key are never printed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKCOPY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASKCARD-FILE ASSIGN TO "MASKCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKCARD-FILE-STATUS.
           SELECT TRANIN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT TSTTRAN-FILE ASSIGN TO "TSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT HIST-KEYED-FILE ASSIGN TO "SOMAPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT TSTPKEY-FILE ASSIGN TO "TSTPKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TP-RECORD-KEY
               ALTERNATE RECORD KEY IS TP-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT ITEM-FILE ASSIGN TO "REPITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT TSTITEMS-FILE ASSIGN TO "TSTITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT DEBTOR-FILE ASSIGN TO "DEBTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT TSTDEBT-FILE ASSIGN TO "TSTDEBT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "SOMARATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT TSTRATE-FILE ASSIGN TO "TSTRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
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
      ******************************************************************
      * THE MASKING CARD IS KEPT IN A PROTECTED DATASET, NEVER IN THE
      * JOB STREAM: THE SCALE FACTOR IN 1-7 (9V9(6), 0.1 OR MORE AND
      * BELOW 1 SO A SCALED AMOUNT ALWAYS FITS ITS FIELD) AND THE
      * TWENTY-DIGIT MASKING KEY IN 9-28. THE SAME CARD ALWAYS GIVES
      * THE SAME TEST VALUES, SO A REFRESH JOINS TO AN EARLIER ONE.
      ******************************************************************
       FD  MASKCARD-FILE.
       01  MASK-CONTROL-CARD.
           05  MK-SCALE-FACTOR         PIC 9V9(06).
           05  FILLER                  PIC X(01).
           05  MK-MASK-KEY             PIC X(20).
           05  MK-MASK-KEY-N REDEFINES MK-MASK-KEY
                                       PIC 9(20).
           05  FILLER                  PIC X(52).

       FD  TRANIN-FILE.
       01  TRANIN-RECORD               PIC X(80).

       FD  TSTTRAN-FILE.
       01  TSTTRAN-RECORD              PIC X(80).

      ******************************************************************
      * THE KEYED POSTING HISTORY EXACTLY AS SOMA LOADS IT; THE TEST
      * CLUSTER TAKES THE SAME RECORD, KEY AND TRACE-ID PATH.
      ******************************************************************
       FD  HIST-KEYED-FILE.
       01  PH-RECORD.
           05  PH-RECORD-KEY.
               10  PH-RUN-DATE         PIC 9(06).
               10  PH-CYCLE            PIC 9(01).
               10  PH-SEQUENCE         PIC 9(07).
           05  PH-BATCH-NO         PIC 9(04).
           05  PH-NUM1             PIC S9(7)V99.
           05  PH-NUM2             PIC S9(7)V99.
           05  PH-RESULT           PIC S9(7)V99.
           05  PH-OP-CODE          PIC X(03).
           05  PH-CURRENCY-CODE    PIC X(03).
           05  PH-TRACE-ID         PIC 9(13).
           05  PH-BASE-RESULT      PIC S9(9)V99.
           05  PH-ORIG-OP-CODE     PIC X(03).
           05  PH-REVERSED-SW      PIC X(01).
               88  PH-REVERSED             VALUE "Y".
           05  PH-REVERSED-DATE    PIC 9(06).
           05  PH-REVERSED-CYCLE   PIC 9(01).

       FD  TSTPKEY-FILE.
       01  TP-RECORD.
           05  TP-RECORD-KEY       PIC X(14).
           05  FILLER              PIC X(37).
           05  TP-TRACE-ID         PIC 9(13).
           05  FILLER              PIC X(22).

       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05  IT-REFERENCE-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  IT-AMOUNT               PIC S9(7)V99.
           05  FILLER                  PIC X(01).
           05  IT-ITEM-DATE            PIC 9(06).

       FD  TSTITEMS-FILE.
       01  TSTITEMS-RECORD             PIC X(27).

       FD  DEBTOR-FILE.
       COPY DEBTMAST.

       FD  TSTDEBT-FILE.
       01  TSTDEBT-RECORD              PIC X(196).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CURRENCY-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  RATE-FACTOR         PIC 9(3)V9(6).

       FD  TSTRATE-FILE.
       01  TSTRATE-RECORD              PIC X(13).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       FD  PRIVCARD-FILE.
       COPY PRIVCARD.

       FD  PRIVLOG-FILE.
       COPY PRIVLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-IN-FILE-STATUS       PIC X(02).
           05  WS-OUT-FILE-STATUS      PIC X(02).
           05  WS-MASKCARD-FILE-STATUS PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).
           05  WS-PRIVCARD-FILE-STATUS PIC X(02).
           05  WS-PRIVLOG-FILE-STATUS  PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY       PIC X(01) VALUE "I".
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-MASK-CARD-OK-SW  PIC X(01) VALUE "N".
               88  WS-MASK-CARD-OK            VALUE "Y".
           05  WS-BATCH-OPEN-SW    PIC X(01) VALUE "N".
               88  WS-BATCH-OPEN              VALUE "Y".
           05  WS-AMOUNTS-OK-SW    PIC X(01) VALUE "N".
               88  WS-AMOUNTS-OK              VALUE "Y".
           05  WS-SENT-PROVED-SW   PIC X(01) VALUE "Y".
               88  WS-SENT-PROVED             VALUE "Y".
           05  WS-CHAR-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-CHAR-FOUND              VALUE "Y".

       01  WS-PRIV-FIELDS.
           05  WS-PRIV-CARD-SW     PIC X(01) VALUE "N".
               88  WS-PRIV-CARD-READ          VALUE "Y".
           05  WS-PRIV-OK-SW       PIC X(01) VALUE "N".
               88  WS-PRIV-ACCEPTED           VALUE "Y".
           05  WS-PRIV-OPERATOR    PIC X(08) VALUE SPACES.
           05  WS-PRIV-REASON      PIC X(40) VALUE SPACES.
           05  WS-PRIV-OUTCOME     PIC X(01) VALUE "P".
           05  WS-PRIV-ACTION      PIC X(40) VALUE SPACES.

      ******************************************************************
      * THE SECRET HALF OF THE RUN: THE FACTOR EVERY AMOUNT IS SCALED
      * BY AND THE KEY DIGITS THAT DRIVE THE SUBSTITUTION.
      ******************************************************************
       01  WS-MASK-SECRETS.
           05  WS-SCALE-FACTOR     PIC 9V9(06) VALUE ZERO.
           05  WS-MASK-KEY         PIC X(20) VALUE SPACES.
           05  WS-MASK-KEY-DIGITS REDEFINES WS-MASK-KEY.
               10  WS-KEY-DIGIT    PIC 9(01) OCCURS 20 TIMES.

      ******************************************************************
      * ONE ROW PER FILE COPIED, IN THE ORDER THEY ARE PROCESSED, FOR
      * THE REPORT: 1 TRANIN, 2 SOMAPKEY, 3 REPITEMS, 4 DEBTMAST,
      * 5 SOMARATE.
      ******************************************************************
       01  WS-FILE-TABLE.
           05  WS-FT-ENTRY OCCURS 5 TIMES.
               10  WS-FT-DDNAME        PIC X(08).
               10  WS-FT-IN-COUNT      PIC 9(07).
               10  WS-FT-OUT-COUNT     PIC 9(07).
               10  WS-FT-STATE         PIC X(01).
                   88  WS-FT-NOT-ALLOCATED     VALUE "N".
                   88  WS-FT-COPIED            VALUE "C".
                   88  WS-FT-FAILED            VALUE "F".
       01  WS-FX                       PIC 9(01) VALUE ZERO.
       01  WS-TEST-DDNAME              PIC X(08) VALUE SPACES.
       01  WS-FILES-COPIED             PIC 9(01) VALUE ZERO.

       01  WS-TRAN-IMAGE.
           05  WS-TR-REC-TYPE          PIC X(03).
               88  WS-TR-IS-HEADER             VALUE "HDR".
               88  WS-TR-IS-DETAIL             VALUE "DTL".
               88  WS-TR-IS-TRAILER            VALUE "TRL".
           05  WS-TR-DETAIL-DATA.
               10  WS-TR-NUM1          PIC S9(7)V99.
               10  WS-TR-NUM2          PIC S9(7)V99.
               10  WS-TR-OP-CODE       PIC X(03).
               10  WS-TR-CURRENCY      PIC X(03).
               10  WS-TR-TRACE-X       PIC X(13).
               10  WS-TR-VALUE-DATE    PIC X(06).
               10  FILLER              PIC X(34).
           05  WS-TR-TRAILER-DATA REDEFINES WS-TR-DETAIL-DATA.
               10  WS-TR-TRL-COUNT     PIC 9(07).
               10  WS-TR-TRL-AMOUNT    PIC S9(9)V99.
               10  FILLER              PIC X(59).

       01  WS-HOLD-HEADER.
           05  WS-HH-REC-TYPE          PIC X(03).
           05  WS-HH-COUNT             PIC 9(07).
           05  WS-HH-ORIGINATOR        PIC X(03).
      *        THE SYSTEM'S OWN ORIGINATORS - SUSPENSE, VALUE-DATE
      *        RELEASE, STANDING ORDERS, LATE CHARGES, REJECT RECYCLE
      *        AND THE TEST GENERATOR - ARE NOT DEPARTMENTS, AND THE
      *        PROGRAMS THAT TEST FOR THEM MUST STILL FIND THEM.
               88  WS-HH-SYSTEM-ORIGINATOR
                       VALUES "SUS" "VDT" "STO" "LTC" "RCY" "TST".
           05  WS-HH-AMOUNT            PIC S9(9)V99.
           05  FILLER                  PIC X(56).

      ******************************************************************
      * A BATCH IS HELD UNTIL ITS TRAILER, SO THE HEADER CAN BE
      * RESTATED TO THE MASKED DETAILS BEFORE IT IS WRITTEN. THE HOLD
      * IS AS DEEP AS SOMAEDIT'S, WHICH DROPS ANYTHING PAST IT ANYWAY.
      ******************************************************************
       01  WS-BATCH-HOLD.
           05  WS-HOLD-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-HOLD-IMAGE       PIC X(80).
       01  WS-HOLD-IX                  PIC 9(04) VALUE ZERO.

       01  WS-BATCH-CONTROLS.
           05  WS-BATCH-DTL-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-BATCH-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-SENT-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-TRAN-COUNTERS.
           05  WS-BATCH-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-UNPROVED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-NO-TRAILER-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-LEFT-OUT-COUNT       PIC 9(07) VALUE ZERO.

       01  WS-MASK-COUNTERS.
           05  WS-NONNUMERIC-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-UNKNOWN-DEBT-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-PKEY-ERROR-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED             PIC ZZZZZZ9.
           05  WS-COUNT-ED2            PIC ZZZZZZ9.

      ******************************************************************
      * THE SUBSTITUTION WORKS ON ONE FIELD AT A TIME, UP TO TWENTY
      * CHARACTERS: DIGITS STAY DIGITS AND LETTERS STAY LETTERS, ANY
      * OTHER CHARACTER PASSES UNCHANGED. A FORWARD AND A BACKWARD
      * PASS EACH SHIFT A CHARACTER BY THE KEY DIGIT, ITS POSITION
      * AND THE CHARACTER JUST WRITTEN, SO EVERY OUTPUT CHARACTER
      * DEPENDS ON THE WHOLE FIELD, YET TWO DIFFERENT VALUES NEVER
      * COME OUT THE SAME AND A REPEATED VALUE ALWAYS DOES.
      ******************************************************************
       01  WS-MASK-WORK.
           05  WS-MASK-FIELD           PIC X(20).
           05  WS-MASK-CHARS REDEFINES WS-MASK-FIELD.
               10  WS-MASK-CHAR        PIC X(01) OCCURS 20 TIMES.
           05  WS-MASK-LEN             PIC 9(02) VALUE ZERO.
           05  WS-MASK-IX              PIC S9(03) COMP VALUE ZERO.
           05  WS-KEY-IX               PIC S9(03) COMP VALUE ZERO.
           05  WS-SET-IX               PIC S9(03) COMP VALUE ZERO.
           05  WS-KEY-NOW              PIC 9(01) VALUE ZERO.
           05  WS-CHAIN                PIC 9(02) VALUE ZERO.
           05  WS-CHAR-POS             PIC 9(02) VALUE ZERO.
           05  WS-SET-SIZE             PIC 9(02) VALUE ZERO.
           05  WS-SHIFT-WORK           PIC 9(04) VALUE ZERO.
           05  WS-SHIFT-Q              PIC 9(04) VALUE ZERO.
           05  WS-NEW-POS              PIC 9(02) VALUE ZERO.

       01  WS-DIGIT-SET-X          PIC X(10) VALUE "0123456789".
       01  WS-DIGIT-SET REDEFINES WS-DIGIT-SET-X.
           05  WS-DIGIT-CHAR       PIC X(01) OCCURS 10 TIMES.
       01  WS-LETTER-SET-X         PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LETTER-SET REDEFINES WS-LETTER-SET-X.
           05  WS-LETTER-CHAR      PIC X(01) OCCURS 26 TIMES.

       01  WS-TRACE-WORK.
           05  WS-TRACE-WORK-X     PIC X(13).
           05  WS-TRACE-WORK-N REDEFINES WS-TRACE-WORK-X
                                   PIC 9(13).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1600-CHECK-PRIV-CARD
           IF WS-PRIV-ACCEPTED
               PERFORM 1100-CHECK-MASK-CARD
               IF WS-MASK-CARD-OK
                   PERFORM 2000-COPY-TRANIN
                   PERFORM 3000-COPY-POSTING-HISTORY
                   PERFORM 4000-COPY-ITEMS
                   PERFORM 5000-COPY-DEBTORS
                   PERFORM 6000-COPY-RATES
                   PERFORM 7000-WRITE-REPORT
                   PERFORM 7500-RECORD-COPY
               ELSE
                   PERFORM 1690-REFUSE-RUN
               END-IF
           ELSE
               PERFORM 1690-REFUSE-RUN
           END-IF
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "MASKCOPY: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "MASKED PRODUCTION-TO-TEST COPY     RUN DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TRANIN" TO WS-FT-DDNAME (1)
           MOVE "SOMAPKEY" TO WS-FT-DDNAME (2)
           MOVE "REPITEMS" TO WS-FT-DDNAME (3)
           MOVE "DEBTMAST" TO WS-FT-DDNAME (4)
           MOVE "SOMARATE" TO WS-FT-DDNAME (5)
           PERFORM 1010-CLEAR-FILE-ENTRY
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5.

       1010-CLEAR-FILE-ENTRY.
           MOVE ZERO TO WS-FT-IN-COUNT (WS-FX)
           MOVE ZERO TO WS-FT-OUT-COUNT (WS-FX)
           MOVE "N" TO WS-FT-STATE (WS-FX).

      ******************************************************************
      * THE PROCESSING DATE COMES FROM THE BUSINESS-DATE CONTROL
      * FILE, SO A POST-MIDNIGHT COPY IS REGISTERED UNDER THE BUSINESS
      * DAY IT BELONGS TO; THE SYSTEM DATE IS ONLY THE FALLBACK WHEN
      * THE CONTROL FILE IS NOT THERE.
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
      * A FACTOR OF ONE OR MORE WOULD COPY THE REAL AMOUNTS OR LET A
      * SCALED ONE OVERFLOW ITS FIELD, AND ONE BELOW 0.1 FLATTENS THE
      * SMALL AMOUNTS TO ZERO; A KEY THAT IS NOT TWENTY DIGITS, OR IS
      * ALL ZEROS, MASKS NOTHING WORTH THE NAME.
      ******************************************************************
       1100-CHECK-MASK-CARD.
           MOVE "N" TO WS-MASK-CARD-OK-SW
           MOVE SPACES TO WS-PRIV-ACTION
           OPEN INPUT MASKCARD-FILE
           IF WS-MASKCARD-FILE-STATUS = "00"
               READ MASKCARD-FILE
                   AT END
                       MOVE "MASKING CARD IS EMPTY" TO WS-PRIV-ACTION
                   NOT AT END
                       PERFORM 1110-EDIT-MASK-CARD
               END-READ
               CLOSE MASKCARD-FILE
           ELSE
               MOVE "NO MASKING CARD" TO WS-PRIV-ACTION
           END-IF
           MOVE SPACES TO MASK-CONTROL-CARD.

       1110-EDIT-MASK-CARD.
           EVALUATE TRUE
               WHEN MK-SCALE-FACTOR IS NOT NUMERIC
                   MOVE "SCALE FACTOR NOT NUMERIC" TO WS-PRIV-ACTION
               WHEN MK-SCALE-FACTOR < 0.1
                   OR MK-SCALE-FACTOR NOT < 1
                   MOVE "SCALE FACTOR NOT BETWEEN 0.1 AND 1"
                       TO WS-PRIV-ACTION
               WHEN MK-MASK-KEY-N IS NOT NUMERIC
                   MOVE "MASKING KEY NOT TWENTY DIGITS"
                       TO WS-PRIV-ACTION
               WHEN MK-MASK-KEY-N = ZERO
                   MOVE "MASKING KEY IS ALL ZEROS" TO WS-PRIV-ACTION
               WHEN OTHER
                   MOVE MK-SCALE-FACTOR TO WS-SCALE-FACTOR
                   MOVE MK-MASK-KEY TO WS-MASK-KEY
                   SET WS-MASK-CARD-OK TO TRUE
           END-EVALUATE.

      ******************************************************************
      * A PRIVILEGED RUN NEEDS THE OPERATOR CONTROL CARD: WHO IS
      * RUNNING IT AND THE REASON OR TICKET IT IS DONE UNDER. A
      * MISSING CARD OR A BLANK FIELD REFUSES THE RUN BEFORE ANYTHING
      * IS READ.
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
           MOVE WS-RUN-DATE TO PA-RUN-DATE
           ACCEPT PA-TIMESTAMP FROM TIME
           MOVE "MASKCOPY" TO PA-PROGRAM-ID
           MOVE WS-PRIV-OPERATOR TO PA-OPERATOR-ID
           MOVE WS-PRIV-OUTCOME TO PA-OUTCOME
           MOVE WS-PRIV-REASON TO PA-REASON
           MOVE WS-PRIV-ACTION TO PA-ACTION
           WRITE PRIV-ACTION-RECORD
           CLOSE PRIVLOG-FILE
           MOVE "P" TO WS-PRIV-OUTCOME.

       1690-REFUSE-RUN.
           DISPLAY "MASKCOPY: REFUSED - " WS-PRIV-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "REFUSED: " DELIMITED BY SIZE
               WS-PRIV-ACTION DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           MOVE SPACES TO REPORT-RECORD
           STRING "*** REFUSED: " DELIMITED BY SIZE
               WS-PRIV-ACTION DELIMITED BY SIZE
               " - NOTHING COPIED" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "E" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE "R" TO WS-PRIV-OUTCOME
           PERFORM 1650-WRITE-PRIV-ACTION
           MOVE 8 TO WS-RUN-RC.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "MASKCOPY" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * TRANIN IN FILE ORDER. A DETAIL OUTSIDE ANY BATCH, OR ANY
      * RECORD OF ANOTHER TYPE, GOES ACROSS IN PLACE; A BATCH IS HELD
      * FROM ITS HEADER TO ITS TRAILER AND WRITTEN WITH BOTH CONTROLS
      * RESTATED. A BATCH CUT OFF BY THE NEXT HEADER OR THE END OF
      * THE FILE GOES ACROSS WITHOUT A TRAILER, JUST AS IT CAME.
      ******************************************************************
       2000-COPY-TRANIN.
           MOVE 1 TO WS-FX
           OPEN INPUT TRANIN-FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT TSTTRAN-FILE
               IF WS-OUT-FILE-STATUS = "00"
                   SET WS-FT-COPIED (WS-FX) TO TRUE
                   ADD 1 TO WS-FILES-COPIED
                   MOVE "N" TO WS-EOF-SW
                   MOVE "N" TO WS-BATCH-OPEN-SW
                   PERFORM 2010-READ-TRANIN
                   PERFORM 2020-COPY-TRAN-REC UNTIL WS-EOF
                   IF WS-BATCH-OPEN
                       PERFORM 2400-FLUSH-BATCH
                   END-IF
                   CLOSE TSTTRAN-FILE
               ELSE
                   MOVE "TSTTRAN" TO WS-TEST-DDNAME
                   PERFORM 7900-TEST-FILE-FAILED
               END-IF
               CLOSE TRANIN-FILE
           END-IF.

       2010-READ-TRANIN.
           READ TRANIN-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FT-IN-COUNT (1)
                   MOVE TRANIN-RECORD TO WS-TRAN-IMAGE
           END-READ.

       2020-COPY-TRAN-REC.
           EVALUATE TRUE
               WHEN WS-TR-IS-HEADER
                   IF WS-BATCH-OPEN
                       PERFORM 2400-FLUSH-BATCH
                   END-IF
                   PERFORM 2100-START-BATCH
               WHEN WS-TR-IS-TRAILER AND WS-BATCH-OPEN
                   PERFORM 2300-CLOSE-BATCH
               WHEN WS-TR-IS-DETAIL
                   PERFORM 2200-MASK-DETAIL
                   IF WS-BATCH-OPEN
                       PERFORM 2250-HOLD-RECORD
                   ELSE
                       PERFORM 2500-WRITE-TRAN-IMAGE
                   END-IF
               WHEN WS-BATCH-OPEN
                   PERFORM 2250-HOLD-RECORD
               WHEN OTHER
                   PERFORM 2500-WRITE-TRAN-IMAGE
           END-EVALUATE
           PERFORM 2010-READ-TRANIN.

       2100-START-BATCH.
           SET WS-BATCH-OPEN TO TRUE
           ADD 1 TO WS-BATCH-COUNT
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE ZERO TO WS-BATCH-DTL-COUNT
           MOVE ZERO TO WS-BATCH-AMOUNT
           MOVE ZERO TO WS-SENT-AMOUNT
           MOVE WS-TRAN-IMAGE TO WS-HOLD-HEADER
           IF WS-HH-ORIGINATOR NOT = SPACES
               AND NOT WS-HH-SYSTEM-ORIGINATOR
               PERFORM 2110-MASK-ORIGINATOR
               PERFORM 2110-MASK-ORIGINATOR
                   UNTIL NOT WS-HH-SYSTEM-ORIGINATOR
           END-IF.

      ******************************************************************
      * A DEPARTMENT WHOSE SUBSTITUTE LANDS ON ONE OF THE SYSTEM'S OWN
      * CODES IS SUBSTITUTED AGAIN UNTIL IT DOES NOT. THE SUBSTITUTION
      * IS ONE-TO-ONE, SO THE WALK ALWAYS ENDS AND NO TWO DEPARTMENTS
      * EVER SHARE A TEST CODE.
      ******************************************************************
       2110-MASK-ORIGINATOR.
           MOVE WS-HH-ORIGINATOR TO WS-MASK-FIELD
           MOVE 3 TO WS-MASK-LEN
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-FIELD (1:3) TO WS-HH-ORIGINATOR.

      ******************************************************************
      * EACH NUMERIC AMOUNT IS SCALED ON ITS OWN; ONLY A DETAIL WITH
      * BOTH AMOUNTS NUMERIC COUNTS TOWARD THE AMOUNT CONTROL, AS IN
      * SOMAEDIT. A TRACE ID OF SPACES OR ZEROS MEANS NONE AND IS
      * LEFT ALONE.
      ******************************************************************
       2200-MASK-DETAIL.
           MOVE "N" TO WS-AMOUNTS-OK-SW
           IF WS-TR-NUM1 IS NUMERIC AND WS-TR-NUM2 IS NUMERIC
               SET WS-AMOUNTS-OK TO TRUE
               IF WS-BATCH-OPEN
                   ADD WS-TR-NUM1 TO WS-SENT-AMOUNT
                   ADD WS-TR-NUM2 TO WS-SENT-AMOUNT
               END-IF
           END-IF
           IF WS-TR-NUM1 IS NUMERIC
               COMPUTE WS-TR-NUM1 ROUNDED =
                   WS-TR-NUM1 * WS-SCALE-FACTOR
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF
           IF WS-TR-NUM2 IS NUMERIC
               COMPUTE WS-TR-NUM2 ROUNDED =
                   WS-TR-NUM2 * WS-SCALE-FACTOR
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF
           IF WS-TR-TRACE-X NOT = SPACES
               AND WS-TR-TRACE-X NOT = ZEROS
               MOVE WS-TR-TRACE-X TO WS-MASK-FIELD
               MOVE 13 TO WS-MASK-LEN
               PERFORM 8000-MASK-FIELD
               MOVE WS-MASK-FIELD (1:13) TO WS-TR-TRACE-X
           END-IF.

       2250-HOLD-RECORD.
           IF WS-HOLD-COUNT < 1000
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-TRAN-IMAGE TO WS-HOLD-IMAGE (WS-HOLD-COUNT)
               IF WS-TR-IS-DETAIL
                   ADD 1 TO WS-BATCH-DTL-COUNT
                   IF WS-AMOUNTS-OK
                       ADD WS-TR-NUM1 TO WS-BATCH-AMOUNT
                       ADD WS-TR-NUM2 TO WS-BATCH-AMOUNT
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-LEFT-OUT-COUNT
           END-IF.

      ******************************************************************
      * THE CONTROLS AS SENT ARE PROVED AGAINST THE UNMASKED DETAILS
      * FIRST, SO THE REPORT SAYS HOW MANY PRODUCTION BATCHES DID NOT
      * PROVE; BOTH ARE THEN RESTATED TO THE MASKED DETAILS KEPT.
      ******************************************************************
       2300-CLOSE-BATCH.
           PERFORM 2350-PROVE-SENT-CONTROLS
           IF NOT WS-SENT-PROVED
               ADD 1 TO WS-UNPROVED-COUNT
           END-IF
           PERFORM 2450-WRITE-BATCH-BODY
           MOVE WS-BATCH-DTL-COUNT TO WS-TR-TRL-COUNT
           MOVE WS-BATCH-AMOUNT TO WS-TR-TRL-AMOUNT
           PERFORM 2500-WRITE-TRAN-IMAGE
           MOVE "N" TO WS-BATCH-OPEN-SW.

       2350-PROVE-SENT-CONTROLS.
           MOVE "Y" TO WS-SENT-PROVED-SW
           IF WS-HH-COUNT IS NOT NUMERIC
               OR WS-HH-AMOUNT IS NOT NUMERIC
               OR WS-TR-TRL-COUNT IS NOT NUMERIC
               OR WS-TR-TRL-AMOUNT IS NOT NUMERIC
               MOVE "N" TO WS-SENT-PROVED-SW
           END-IF
           IF WS-SENT-PROVED
               IF WS-HH-COUNT NOT = WS-BATCH-DTL-COUNT
                   OR WS-TR-TRL-COUNT NOT = WS-BATCH-DTL-COUNT
                   OR WS-HH-AMOUNT NOT = WS-SENT-AMOUNT
                   OR WS-TR-TRL-AMOUNT NOT = WS-SENT-AMOUNT
                   MOVE "N" TO WS-SENT-PROVED-SW
               END-IF
           END-IF.

       2400-FLUSH-BATCH.
           ADD 1 TO WS-NO-TRAILER-COUNT
           PERFORM 2450-WRITE-BATCH-BODY
           MOVE "N" TO WS-BATCH-OPEN-SW.

       2450-WRITE-BATCH-BODY.
           MOVE WS-BATCH-DTL-COUNT TO WS-HH-COUNT
           MOVE WS-BATCH-AMOUNT TO WS-HH-AMOUNT
           MOVE WS-HOLD-HEADER TO TSTTRAN-RECORD
           WRITE TSTTRAN-RECORD
           ADD 1 TO WS-FT-OUT-COUNT (1)
           PERFORM 2460-WRITE-HELD-RECORD
               VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT.

       2460-WRITE-HELD-RECORD.
           MOVE WS-HOLD-IMAGE (WS-HOLD-IX) TO TSTTRAN-RECORD
           WRITE TSTTRAN-RECORD
           ADD 1 TO WS-FT-OUT-COUNT (1).

       2500-WRITE-TRAN-IMAGE.
           MOVE WS-TRAN-IMAGE TO TSTTRAN-RECORD
           WRITE TSTTRAN-RECORD
           ADD 1 TO WS-FT-OUT-COUNT (1).

      ******************************************************************
      * THE POSTING HISTORY IS READ IN KEY ORDER AND LOADED INTO THE
      * EMPTY TEST CLUSTER UNDER THE SAME KEYS; THE TRACE-ID PATH IS
      * BUILT AS IT LOADS. THE AMOUNTS AND THE RESULTS ARE SCALED
      * ALIKE, AND THE TRACE ID TAKES THE SAME SUBSTITUTE IT TOOK ON
      * TRANIN, SO A REVERSAL STILL FINDS ITS ORIGINAL.
      ******************************************************************
       3000-COPY-POSTING-HISTORY.
           MOVE 2 TO WS-FX
           OPEN INPUT HIST-KEYED-FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT TSTPKEY-FILE
               IF WS-OUT-FILE-STATUS = "00"
                   SET WS-FT-COPIED (WS-FX) TO TRUE
                   ADD 1 TO WS-FILES-COPIED
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 3010-READ-POSTING
                   PERFORM 3020-COPY-POSTING UNTIL WS-EOF
                   CLOSE TSTPKEY-FILE
               ELSE
                   SET WS-FT-FAILED (WS-FX) TO TRUE
                   DISPLAY "MASKCOPY: CANNOT LOAD TSTPKEY, STATUS "
                       WS-OUT-FILE-STATUS
                   MOVE "TSTPKEY NOT AN EMPTY CLUSTER, NOT COPIED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
               END-IF
               CLOSE HIST-KEYED-FILE
           END-IF.

       3010-READ-POSTING.
           READ HIST-KEYED-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-FT-IN-COUNT (2)
           END-READ.

       3020-COPY-POSTING.
           IF PH-NUM1 IS NUMERIC
               COMPUTE PH-NUM1 ROUNDED = PH-NUM1 * WS-SCALE-FACTOR
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF
           IF PH-NUM2 IS NUMERIC
               COMPUTE PH-NUM2 ROUNDED = PH-NUM2 * WS-SCALE-FACTOR
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF
           IF PH-RESULT IS NUMERIC
               COMPUTE PH-RESULT ROUNDED =
                   PH-RESULT * WS-SCALE-FACTOR
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF
           IF PH-BASE-RESULT IS NUMERIC
               COMPUTE PH-BASE-RESULT ROUNDED =
                   PH-BASE-RESULT * WS-SCALE-FACTOR
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF
           IF PH-TRACE-ID IS NUMERIC AND PH-TRACE-ID > ZERO
               MOVE PH-TRACE-ID TO WS-TRACE-WORK-N
               MOVE WS-TRACE-WORK-X TO WS-MASK-FIELD
               MOVE 13 TO WS-MASK-LEN
               PERFORM 8000-MASK-FIELD
               MOVE WS-MASK-FIELD (1:13) TO WS-TRACE-WORK-X
               MOVE WS-TRACE-WORK-N TO PH-TRACE-ID
           END-IF
           MOVE PH-RECORD TO TP-RECORD
           WRITE TP-RECORD
               INVALID KEY
                   ADD 1 TO WS-PKEY-ERROR-COUNT
                   DISPLAY "MASKCOPY: TSTPKEY WRITE REFUSED, KEY "
                       TP-RECORD-KEY " STATUS " WS-OUT-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-FT-OUT-COUNT (2)
           END-WRITE
           PERFORM 3010-READ-POSTING.

      ******************************************************************
      * OPEN ITEMS: THE REFERENCE ID TAKES ITS SUBSTITUTE (THE SAME
      * ONE ITS REFERENCE RECORD ON THE DEBTOR MASTER TAKES) AND THE
      * AMOUNT IS SCALED; THE ITEM DATE DRIVES THE AGING AND STAYS.
      ******************************************************************
       4000-COPY-ITEMS.
           MOVE 3 TO WS-FX
           OPEN INPUT ITEM-FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT TSTITEMS-FILE
               IF WS-OUT-FILE-STATUS = "00"
                   SET WS-FT-COPIED (WS-FX) TO TRUE
                   ADD 1 TO WS-FILES-COPIED
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 4010-READ-ITEM
                   PERFORM 4020-COPY-ITEM UNTIL WS-EOF
                   CLOSE TSTITEMS-FILE
               ELSE
                   MOVE "TSTITEMS" TO WS-TEST-DDNAME
                   PERFORM 7900-TEST-FILE-FAILED
               END-IF
               CLOSE ITEM-FILE
           END-IF.

       4010-READ-ITEM.
           READ ITEM-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-FT-IN-COUNT (3)
           END-READ.

       4020-COPY-ITEM.
           MOVE IT-REFERENCE-ID TO WS-MASK-FIELD
           MOVE 10 TO WS-MASK-LEN
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-FIELD (1:10) TO IT-REFERENCE-ID
           IF IT-AMOUNT IS NUMERIC
               COMPUTE IT-AMOUNT ROUNDED = IT-AMOUNT * WS-SCALE-FACTOR
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF
           MOVE ITEM-RECORD TO TSTITEMS-RECORD
           WRITE TSTITEMS-RECORD
           ADD 1 TO WS-FT-OUT-COUNT (3)
           PERFORM 4010-READ-ITEM.

      ******************************************************************
      * THE DEBTOR MASTER: EVERY DEBTOR ID AND REFERENCE ID TAKES ITS
      * SUBSTITUTE, SO EACH REFERENCE STILL BELONGS TO ITS DEBTOR.
      * NAME, ADDRESS AND CONTACT ARE REPLACED OUTRIGHT - A BLANK ONE
      * STAYS BLANK, SO A DEBTOR WITH NO ADDRESS STILL HAS NONE - AND
      * THE POSTCODE AND PHONE KEEP THEIR SHAPE UNDER SUBSTITUTION.
      * A RECORD OF ANY OTHER TYPE KEEPS ONLY ITS TYPE AND MASKED ID.
      ******************************************************************
       5000-COPY-DEBTORS.
           MOVE 4 TO WS-FX
           OPEN INPUT DEBTOR-FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT TSTDEBT-FILE
               IF WS-OUT-FILE-STATUS = "00"
                   SET WS-FT-COPIED (WS-FX) TO TRUE
                   ADD 1 TO WS-FILES-COPIED
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 5010-READ-DEBTOR
                   PERFORM 5020-COPY-DEBTOR UNTIL WS-EOF
                   CLOSE TSTDEBT-FILE
               ELSE
                   MOVE "TSTDEBT" TO WS-TEST-DDNAME
                   PERFORM 7900-TEST-FILE-FAILED
               END-IF
               CLOSE DEBTOR-FILE
           END-IF.

       5010-READ-DEBTOR.
           READ DEBTOR-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-FT-IN-COUNT (4)
           END-READ.

       5020-COPY-DEBTOR.
           MOVE DM-DEBTOR-ID TO WS-MASK-FIELD
           MOVE 8 TO WS-MASK-LEN
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-FIELD (1:8) TO DM-DEBTOR-ID
           EVALUATE TRUE
               WHEN DM-IS-DEBTOR
                   PERFORM 5100-MASK-DEBTOR-DATA
               WHEN DM-IS-REFERENCE
                   MOVE DM-REFERENCE-ID TO WS-MASK-FIELD
                   MOVE 10 TO WS-MASK-LEN
                   PERFORM 8000-MASK-FIELD
                   MOVE WS-MASK-FIELD (1:10) TO DM-REFERENCE-ID
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-DEBT-COUNT
                   MOVE SPACES TO DM-DEBTOR-DATA
           END-EVALUATE
           MOVE DEBTOR-MASTER-RECORD TO TSTDEBT-RECORD
           WRITE TSTDEBT-RECORD
           ADD 1 TO WS-FT-OUT-COUNT (4)
           PERFORM 5010-READ-DEBTOR.

       5100-MASK-DEBTOR-DATA.
           IF DM-NAME NOT = SPACES
               MOVE SPACES TO DM-NAME
               STRING "TEST DEBTOR " DELIMITED BY SIZE
                   DM-DEBTOR-ID DELIMITED BY SIZE
                   INTO DM-NAME
               END-STRING
           END-IF
           IF DM-ADDRESS-1 NOT = SPACES
               MOVE "1 TEST STREET" TO DM-ADDRESS-1
           END-IF
           IF DM-ADDRESS-2 NOT = SPACES
               MOVE "TEST DISTRICT" TO DM-ADDRESS-2
           END-IF
           IF DM-ADDRESS-3 NOT = SPACES
               MOVE "TEST TOWN" TO DM-ADDRESS-3
           END-IF
           IF DM-CONTACT NOT = SPACES
               MOVE "TEST CONTACT" TO DM-CONTACT
           END-IF
           MOVE DM-POSTCODE TO WS-MASK-FIELD
           MOVE 10 TO WS-MASK-LEN
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-FIELD (1:10) TO DM-POSTCODE
           MOVE DM-PHONE TO WS-MASK-FIELD
           MOVE 15 TO WS-MASK-LEN
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-FIELD (1:15) TO DM-PHONE.

      ******************************************************************
      * RATES ARE MARKET DATA, NOT CUSTOMER DATA: THEY GO ACROSS AS
      * THEY STAND, SO A SCALED AMOUNT CONVERTS TO THE SAME SCALED
      * BASE RESULT THE HISTORY CARRIES.
      ******************************************************************
       6000-COPY-RATES.
           MOVE 5 TO WS-FX
           OPEN INPUT RATE-FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT TSTRATE-FILE
               IF WS-OUT-FILE-STATUS = "00"
                   SET WS-FT-COPIED (WS-FX) TO TRUE
                   ADD 1 TO WS-FILES-COPIED
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 6010-READ-RATE
                   PERFORM 6020-COPY-RATE UNTIL WS-EOF
                   CLOSE TSTRATE-FILE
               ELSE
                   MOVE "TSTRATE" TO WS-TEST-DDNAME
                   PERFORM 7900-TEST-FILE-FAILED
               END-IF
               CLOSE RATE-FILE
           END-IF.

       6010-READ-RATE.
           READ RATE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-FT-IN-COUNT (5)
           END-READ.

       6020-COPY-RATE.
           MOVE RATE-RECORD TO TSTRATE-RECORD
           WRITE TSTRATE-RECORD
           ADD 1 TO WS-FT-OUT-COUNT (5)
           PERFORM 6010-READ-RATE.

      ******************************************************************
      * COUNTS ONLY: NO AMOUNT TOTAL IS PRINTED, SINCE A PRODUCTION
      * TOTAL NEXT TO ITS TEST TOTAL WOULD GIVE THE FACTOR AWAY.
      ******************************************************************
       7000-WRITE-REPORT.
           MOVE "FILE        RECORDS IN  RECORDS OUT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 7010-REPORT-ONE-FILE
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BATCH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANIN BATCHES, CONTROLS RESTATED : "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-UNPROVED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BATCHES NOT PROVING AS SENT       : "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NO-TRAILER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BATCHES WITHOUT A TRAILER         : "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-LEFT-OUT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DETAILS PAST 1000, LEFT OUT       : "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NONNUMERIC-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "AMOUNTS NOT NUMERIC, AS SENT      : "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-UNKNOWN-DEBT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DEBTOR RECORDS OF UNKNOWN TYPE    : "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-PKEY-ERROR-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "POSTINGS REFUSED BY TEST CLUSTER  : "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-LEFT-OUT-COUNT > ZERO AND WS-RUN-RC = ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
           IF WS-PKEY-ERROR-COUNT > ZERO
               MOVE 8 TO WS-RUN-RC
           END-IF.

       7010-REPORT-ONE-FILE.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-FT-DDNAME (WS-FX) TO REPORT-RECORD (1:8)
           EVALUATE TRUE
               WHEN WS-FT-COPIED (WS-FX)
                   MOVE WS-FT-IN-COUNT (WS-FX) TO WS-COUNT-ED
                   MOVE WS-FT-OUT-COUNT (WS-FX) TO WS-COUNT-ED2
                   MOVE WS-COUNT-ED TO REPORT-RECORD (15:7)
                   MOVE WS-COUNT-ED2 TO REPORT-RECORD (29:7)
               WHEN WS-FT-FAILED (WS-FX)
                   MOVE "TEST FILE NOT USABLE, NOT COPIED"
                       TO REPORT-RECORD (13:40)
               WHEN OTHER
                   MOVE "NOT ALLOCATED, NOT COPIED"
                       TO REPORT-RECORD (13:40)
           END-EVALUATE
           WRITE REPORT-RECORD.

       7500-RECORD-COPY.
           MOVE SPACES TO WS-PRIV-ACTION
           STRING "MASKED COPY TO TEST, FILES: " DELIMITED BY SIZE
               WS-FILES-COPIED DELIMITED BY SIZE
               INTO WS-PRIV-ACTION
           END-STRING
           PERFORM 1650-WRITE-PRIV-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "MASKED COPY TO TEST, FILES: " DELIMITED BY SIZE
               WS-FILES-COPIED DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-PRIV-OPERATOR DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           IF WS-RUN-RC NOT = ZERO
               MOVE "W" TO WS-AUDIT-SEVERITY
           END-IF
           PERFORM 1900-WRITE-AUDIT-LOG.

      ******************************************************************
      * A TEST FILE THAT WILL NOT OPEN FOR OUTPUT IS NOT COPIED TO;
      * THE RUN GOES ON WITH THE OTHER FILES AND ENDS 8.
      ******************************************************************
       7900-TEST-FILE-FAILED.
           SET WS-FT-FAILED (WS-FX) TO TRUE
           DISPLAY "MASKCOPY: CANNOT OPEN " WS-TEST-DDNAME
               ", STATUS " WS-OUT-FILE-STATUS
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING WS-TEST-DDNAME DELIMITED BY SPACE
               " WOULD NOT OPEN FOR OUTPUT, NOT COPIED"
                   DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           MOVE "E" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE 8 TO WS-RUN-RC.

      ******************************************************************
      * SUBSTITUTE THE FIRST WS-MASK-LEN CHARACTERS OF WS-MASK-FIELD
      * IN PLACE: A FORWARD PASS, THEN A BACKWARD PASS ON THE KEY
      * DIGITS TAKEN FROM THE OTHER END.
      ******************************************************************
       8000-MASK-FIELD.
           MOVE ZERO TO WS-CHAIN
           PERFORM 8010-MASK-FORWARD
               VARYING WS-MASK-IX FROM 1 BY 1
               UNTIL WS-MASK-IX > WS-MASK-LEN
           MOVE ZERO TO WS-CHAIN
           PERFORM 8020-MASK-BACKWARD
               VARYING WS-MASK-IX FROM WS-MASK-LEN BY -1
               UNTIL WS-MASK-IX < 1.

       8010-MASK-FORWARD.
           MOVE WS-KEY-DIGIT (WS-MASK-IX) TO WS-KEY-NOW
           PERFORM 8100-SHIFT-ONE-CHAR.

       8020-MASK-BACKWARD.
           COMPUTE WS-KEY-IX = 21 - WS-MASK-IX
           MOVE WS-KEY-DIGIT (WS-KEY-IX) TO WS-KEY-NOW
           PERFORM 8100-SHIFT-ONE-CHAR.

       8100-SHIFT-ONE-CHAR.
           MOVE "N" TO WS-CHAR-FOUND-SW
           MOVE 10 TO WS-SET-SIZE
           PERFORM 8110-FIND-DIGIT
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > 10 OR WS-CHAR-FOUND
           IF NOT WS-CHAR-FOUND
               MOVE 26 TO WS-SET-SIZE
               PERFORM 8120-FIND-LETTER
                   VARYING WS-SET-IX FROM 1 BY 1
                   UNTIL WS-SET-IX > 26 OR WS-CHAR-FOUND
           END-IF
           IF WS-CHAR-FOUND
               COMPUTE WS-SHIFT-WORK = WS-CHAR-POS - 1 + WS-KEY-NOW
                   + WS-CHAIN + WS-MASK-IX
               DIVIDE WS-SHIFT-WORK BY WS-SET-SIZE
                   GIVING WS-SHIFT-Q REMAINDER WS-NEW-POS
               MOVE WS-NEW-POS TO WS-CHAIN
               ADD 1 TO WS-NEW-POS
               IF WS-SET-SIZE = 10
                   MOVE WS-DIGIT-CHAR (WS-NEW-POS)
                       TO WS-MASK-CHAR (WS-MASK-IX)
               ELSE
                   MOVE WS-LETTER-CHAR (WS-NEW-POS)
                       TO WS-MASK-CHAR (WS-MASK-IX)
               END-IF
           END-IF.

       8110-FIND-DIGIT.
           IF WS-DIGIT-CHAR (WS-SET-IX) = WS-MASK-CHAR (WS-MASK-IX)
               SET WS-CHAR-FOUND TO TRUE
               MOVE WS-SET-IX TO WS-CHAR-POS
           END-IF.

       8120-FIND-LETTER.
           IF WS-LETTER-CHAR (WS-SET-IX) = WS-MASK-CHAR (WS-MASK-IX)
               SET WS-CHAR-FOUND TO TRUE
               MOVE WS-SET-IX TO WS-CHAR-POS
           END-IF.

       END PROGRAM MASKCOPY.
