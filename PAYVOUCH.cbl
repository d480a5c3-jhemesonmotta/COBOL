      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Print one payment voucher per payment detail on
      *              tonight's SOMAEXT extract, for the payment
      *              operation and currency named on the PAYVCTL
      *              control card. The payee is the originator of the
      *              batch the detail came in on, from that batch's
      *              SOMAACK acknowledgment line. Each voucher carries
      *              the payee, the amount in figures and the amount
      *              written out in words: every digit of the whole
      *              amount is spelled with its word from the NUMPAL
      *              reference master, looked up through the NUMPALLK
      *              module in the language on the control card
      *              (default PT), followed by the cents over 100. A
      *              digit with no word on the master - or a blank
      *              word - stops that voucher and puts the payment on
      *              the exceptions list instead, as does a payment
      *              with no payee or an amount that is not positive,
      *              so no voucher ever goes out with a gap in the
      *              written amount. The exceptions list ends with the
      *              run totals. The extract is first proved against
      *              its trailer, detail count and base total, as the
      *              journal and settlement runs prove it. A missing
      *              control card or extract, or an extract with no
      *              trailer or one it does not agree with, prints
      *              nothing and ends RC 8; any exception ends RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVOUCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PAYVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "SOMAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "SOMAACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "PAYVOUCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "PAYVEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ONE CARD: THE PAYMENT OPERATION CODE, ITS CURRENCY AND THE
      * LANGUAGE THE AMOUNT IS WRITTEN IN (SPACES FOR THE DEFAULT).
      ******************************************************************
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-OP-CODE         PIC X(03).
           05  FILLER              PIC X(01).
           05  CTL-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(01).
           05  CTL-IDIOMA          PIC X(02).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EX-REC-TYPE         PIC X(01).
               88  EX-IS-DETAIL            VALUE "D".
               88  EX-IS-TRAILER           VALUE "T".
           05  EX-DETAIL-DATA.
               10  EX-SEQUENCE         PIC 9(07).
               10  EX-NUM1             PIC S9(7)V99.
               10  EX-NUM2             PIC S9(7)V99.
               10  EX-RESULT           PIC S9(7)V99.
               10  EX-OP-CODE          PIC X(03).
               10  EX-CURRENCY-CODE    PIC X(03).
               10  EX-BATCH-NO         PIC 9(04).
               10  EX-BASE-RESULT      PIC S9(9)V99.
               10  EX-TRACE-ID         PIC 9(13).
               10  EX-ORIG-OP-CODE     PIC X(03).
               10  EX-VALUE-DATE       PIC 9(06).
           05  EX-TRAILER-DATA REDEFINES EX-DETAIL-DATA.
               10  EX-TRL-COUNT        PIC 9(07).
               10  EX-TRL-TOTAL        PIC S9(9)V99.
               10  FILLER              PIC X(59).
           05  EX-CYCLE            PIC 9(01).

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

       FD  VOUCHER-FILE.
       01  VOUCHER-RECORD          PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-FILE-STATUS  PIC X(02).
           05  WS-EXTRACT-FILE-STATUS  PIC X(02).
           05  WS-ACK-FILE-STATUS      PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".
       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EXTRACT-OPEN-SW  PIC X(01) VALUE "N".
               88  WS-EXTRACT-OPENED          VALUE "Y".
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-WORD-MISSING-SW  PIC X(01) VALUE "N".
               88  WS-WORD-MISSING            VALUE "Y".
           05  WS-WORD-FELL-BACK-SW PIC X(01) VALUE "N".
               88  WS-WORD-FELL-BACK          VALUE "Y".
           05  WS-STALE-SEEN-SW    PIC X(01) VALUE "N".
               88  WS-STALE-SEEN              VALUE "Y".
           05  WS-TRAILER-SEEN-SW  PIC X(01) VALUE "N".
               88  WS-TRAILER-SEEN            VALUE "Y".
           05  WS-EXTRACT-PROVED-SW PIC X(01) VALUE "N".
               88  WS-EXTRACT-PROVED          VALUE "Y".

       01  WS-PAY-OP-CODE          PIC X(03) VALUE SPACES.
       01  WS-PAY-CURRENCY         PIC X(03) VALUE SPACES.
       01  WS-PAY-IDIOMA           PIC X(02) VALUE SPACES.

      ******************************************************************
      * THE ORIGINATOR OF EVERY BATCH SOMA PROCESSED, FROM ITS
      * ACKNOWLEDGMENT LINE - THE PAYEE OF THE BATCH'S PAYMENTS.
      ******************************************************************
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT      PIC 9(04) VALUE ZERO.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BATCH-IDX.
               10  WS-BATCH-NO     PIC 9(04).
               10  WS-BATCH-ORIG   PIC X(03).

       01  WS-LOOKUP-FIELDS.
           05  WS-BATCH-IX         PIC 9(04) VALUE ZERO.
           05  WS-BATCH-MATCH-IX   PIC 9(04) VALUE ZERO.
           05  WS-DETAIL-ORIG      PIC X(03).

      ******************************************************************
      * THE WHOLE AMOUNT IS SPELLED DIGIT BY DIGIT FROM THE FIRST
      * SIGNIFICANT DIGIT; THE CENTS FOLLOW IN FIGURES OVER 100.
      ******************************************************************
       01  WS-AMOUNT-FIELDS.
           05  WS-PAY-AMOUNT       PIC 9(7)V99.
           05  WS-PAY-AMOUNT-PARTS REDEFINES WS-PAY-AMOUNT.
               10  WS-PAY-DIGIT    PIC 9(01) OCCURS 7 TIMES.
               10  WS-PAY-CENTS    PIC 9(02).
           05  WS-DIGIT-IX         PIC 9(02) VALUE ZERO.
           05  WS-FIRST-DIGIT-IX   PIC 9(02) VALUE ZERO.
           05  WS-WORDS            PIC X(60).
           05  WS-WORDS-PTR        PIC 9(03) VALUE ZERO.
           05  WS-MISSING-NUMERO   PIC 9(03) VALUE ZERO.

       01  WS-VOUCHER-FIELDS.
           05  WS-VOUCHER-SEQ      PIC 9(04) VALUE ZERO.
           05  WS-EXCEPTION-REASON PIC X(40).

       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-SELECTED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-VOUCHER-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

      ******************************************************************
      * THE PROOF PASS: EVERY DETAIL ON THE EXTRACT, WHATEVER ITS
      * OPERATION, AGAINST WHAT THE TRAILER SAYS WAS WRITTEN.
      ******************************************************************
       01  WS-PROOF-FIELDS.
           05  WS-PROOF-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-PROOF-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TRAILER-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-TRAILER-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-FIELDS.
           05  WS-VOUCHER-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-EXCEPTION-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-ED         PIC -(10)9.99.
           05  WS-AMOUNT-ED        PIC Z,ZZZ,ZZ9.99.
           05  WS-SIGNED-ED        PIC -,---,--9.99.

       COPY NPLPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXTRACT-REC UNTIL WS-EOF
           PERFORM 5000-WRITE-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT VOUCHER-FILE
           OPEN OUTPUT EXCEPTION-FILE
           MOVE "PAYMENT VOUCHER EXCEPTIONS" TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           PERFORM 1050-READ-CONTROL-CARD
           IF WS-PAY-OP-CODE = SPACES
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1100-LOAD-BATCH-ORIGINATORS
               PERFORM 1200-OPEN-EXTRACT
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

      ******************************************************************
      * WITHOUT A PAYMENT OPERATION AND CURRENCY THERE IS NOTHING TO
      * SELECT ON, SO NOTHING IS PRINTED AND THE RUN FAILS.
      ******************************************************************
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-OP-CODE NOT = SPACES
                           AND CTL-CURRENCY-CODE NOT = SPACES
                           MOVE CTL-OP-CODE TO WS-PAY-OP-CODE
                           MOVE CTL-CURRENCY-CODE TO WS-PAY-CURRENCY
                           MOVE CTL-IDIOMA TO WS-PAY-IDIOMA
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-PAY-OP-CODE = SPACES
               MOVE "NO PAYMENT OPERATION ON PAYVCTL - NOTHING PRINTED"
                   TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE "NO PAYMENT OPERATION ON PAYVCTL, NO VOUCHERS"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE SPACES TO EXCEPTION-RECORD
               STRING "PAYMENT OPERATION " DELIMITED BY SIZE
                   WS-PAY-OP-CODE DELIMITED BY SIZE
                   "  CURRENCY " DELIMITED BY SIZE
                   WS-PAY-CURRENCY DELIMITED BY SIZE
                   "  BUSINESS DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO EXCEPTION-RECORD
               END-STRING
               WRITE EXCEPTION-RECORD
           END-IF
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

       1100-LOAD-BATCH-ORIGINATORS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS = "00"
               PERFORM 1110-READ-ACK-REC
               PERFORM 1120-LOAD-ACK-ENTRY UNTIL WS-EOF
               CLOSE ACK-FILE
           ELSE
               MOVE "CANNOT OPEN SOMAACK, NO BATCH ORIGINATORS"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-ACK-REC.
           READ ACK-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-ACK-ENTRY.
           IF ACK-PROCESSED AND ACK-BATCH-NO IS NUMERIC
               IF WS-BATCH-COUNT < 500
                   ADD 1 TO WS-BATCH-COUNT
                   SET WS-BATCH-IDX TO WS-BATCH-COUNT
                   MOVE ACK-BATCH-NO TO WS-BATCH-NO (WS-BATCH-IDX)
                   MOVE ACK-ORIGINATOR-CODE
                       TO WS-BATCH-ORIG (WS-BATCH-IDX)
               ELSE
                   DISPLAY "PAYVOUCH: BATCH TABLE FULL, BATCH "
                       ACK-BATCH-NO " DROPPED"
               END-IF
           END-IF
           PERFORM 1110-READ-ACK-REC.

      ******************************************************************
      * NOT ONE VOUCHER PRINTS UNTIL THE WHOLE EXTRACT HAS PROVED TO
      * ITS TRAILER; THE PRINT PASS THEN READS IT AGAIN FROM THE TOP.
      ******************************************************************
       1200-OPEN-EXTRACT.
           PERFORM 1250-PROVE-EXTRACT
           IF WS-EXTRACT-PROVED
               OPEN INPUT EXTRACT-FILE
               SET WS-EXTRACT-OPENED TO TRUE
               PERFORM 2100-READ-EXTRACT
           ELSE
               SET WS-EOF TO TRUE
           END-IF.

       1250-PROVE-EXTRACT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               PERFORM 2100-READ-EXTRACT
               PERFORM 1260-PROVE-ONE-REC UNTIL WS-EOF
               CLOSE EXTRACT-FILE
               PERFORM 1270-CHECK-TRAILER
           ELSE
               MOVE "CANNOT OPEN SOMAEXT EXTRACT" TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1260-PROVE-ONE-REC.
           EVALUATE TRUE
               WHEN EX-IS-DETAIL
                   ADD 1 TO WS-PROOF-COUNT
                   ADD EX-BASE-RESULT TO WS-PROOF-TOTAL
               WHEN EX-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE EX-TRL-COUNT TO WS-TRAILER-COUNT
                   MOVE EX-TRL-TOTAL TO WS-TRAILER-TOTAL
           END-EVALUATE
           PERFORM 2100-READ-EXTRACT.

       1270-CHECK-TRAILER.
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE "*** SOMAEXT HAS NO TRAILER - NOTHING PRINTED"
                       TO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
                   MOVE "EXTRACT TRAILER MISSING, NO VOUCHERS"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-PROOF-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-PROOF-TOTAL NOT = WS-TRAILER-TOTAL
                   MOVE "*** SOMAEXT DISAGREES WITH ITS TRAILER - "
                       TO EXCEPTION-RECORD
                   MOVE "NOTHING PRINTED" TO EXCEPTION-RECORD (42:15)
                   WRITE EXCEPTION-RECORD
                   MOVE "EXTRACT DISAGREES WITH TRAILER, NO VOUCHERS"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   SET WS-EXTRACT-PROVED TO TRUE
                   MOVE "EXTRACT PROVED AGAINST ITS TRAILER"
                       TO WS-AUDIT-MESSAGE
                   PERFORM 1900-WRITE-AUDIT-LOG
           END-EVALUATE.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PAYVOUCH" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

       2000-PROCESS-EXTRACT-REC.
           IF EX-IS-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF EX-OP-CODE = WS-PAY-OP-CODE
                   AND EX-CURRENCY-CODE = WS-PAY-CURRENCY
                   ADD 1 TO WS-SELECTED-COUNT
                   PERFORM 2200-PREPARE-ONE-PAYMENT
               END-IF
           END-IF
           PERFORM 2100-READ-EXTRACT.

       2100-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      * A PAYMENT BECOMES A VOUCHER ONLY WHEN IT HAS A PAYEE, A
      * POSITIVE AMOUNT AND A WORD FOR EVERY DIGIT OF THAT AMOUNT;
      * ANYTHING SHORT OF THAT GOES ON THE EXCEPTIONS LIST.
      ******************************************************************
       2200-PREPARE-ONE-PAYMENT.
           MOVE SPACES TO WS-EXCEPTION-REASON
           PERFORM 2300-FIND-BATCH-ORIGINATOR
           EVALUATE TRUE
               WHEN WS-DETAIL-ORIG = SPACES
                   MOVE "NO PAYEE - BATCH HAS NO ORIGINATOR"
                       TO WS-EXCEPTION-REASON
               WHEN EX-RESULT NOT > ZERO
                   MOVE "AMOUNT NOT POSITIVE" TO WS-EXCEPTION-REASON
               WHEN OTHER
                   MOVE EX-RESULT TO WS-PAY-AMOUNT
                   PERFORM 2400-BUILD-AMOUNT-IN-WORDS
                   EVALUATE TRUE
                       WHEN WS-WORD-FELL-BACK
                           STRING "NO WORD IN LANGUAGE "
                                   DELIMITED BY SIZE
                               WS-PAY-IDIOMA DELIMITED BY SIZE
                               " FOR NUMERO " DELIMITED BY SIZE
                               WS-MISSING-NUMERO DELIMITED BY SIZE
                               INTO WS-EXCEPTION-REASON
                           END-STRING
                       WHEN WS-WORD-MISSING
                           STRING "NO WORD ON NUMPAL MASTER FOR NUMERO "
                                   DELIMITED BY SIZE
                               WS-MISSING-NUMERO DELIMITED BY SIZE
                               INTO WS-EXCEPTION-REASON
                           END-STRING
                   END-EVALUATE
           END-EVALUATE
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 3000-PRINT-VOUCHER
           ELSE
               PERFORM 4000-WRITE-EXCEPTION
           END-IF.

       2300-FIND-BATCH-ORIGINATOR.
           MOVE SPACES TO WS-DETAIL-ORIG
           MOVE ZERO TO WS-BATCH-MATCH-IX
           PERFORM 2310-CHECK-BATCH-ENTRY
               VARYING WS-BATCH-IX FROM 1 BY 1
               UNTIL WS-BATCH-IX > WS-BATCH-COUNT
                   OR WS-BATCH-MATCH-IX > ZERO
           IF WS-BATCH-MATCH-IX > ZERO
               MOVE WS-BATCH-ORIG (WS-BATCH-MATCH-IX)
                   TO WS-DETAIL-ORIG
           END-IF.

       2310-CHECK-BATCH-ENTRY.
           IF WS-BATCH-NO (WS-BATCH-IX) = EX-BATCH-NO
               MOVE WS-BATCH-IX TO WS-BATCH-MATCH-IX
           END-IF.

      ******************************************************************
      * ONE NUMPALLK LOOKUP PER DIGIT, NUMERO 000 TO 009. THE FIRST
      * DIGIT WITH NO WORD, OR A BLANK WORD, STOPS THE BUILD. SO DOES
      * A WORD THAT CAME BACK IN THE DEFAULT LANGUAGE BECAUSE THE
      * PAYEE'S LANGUAGE HAS NONE - A VOUCHER IS NOT PRINTED IN TWO
      * LANGUAGES.
      ******************************************************************
       2400-BUILD-AMOUNT-IN-WORDS.
           MOVE "N" TO WS-WORD-MISSING-SW
           MOVE "N" TO WS-WORD-FELL-BACK-SW
           MOVE SPACES TO WS-WORDS
           MOVE 1 TO WS-WORDS-PTR
           MOVE 7 TO WS-FIRST-DIGIT-IX
           PERFORM 2410-FIND-FIRST-DIGIT
               VARYING WS-DIGIT-IX FROM 7 BY -1
               UNTIL WS-DIGIT-IX < 1
           PERFORM 2420-SPELL-ONE-DIGIT
               VARYING WS-DIGIT-IX FROM WS-FIRST-DIGIT-IX BY 1
               UNTIL WS-DIGIT-IX > 7 OR WS-WORD-MISSING
           IF NOT WS-WORD-MISSING
               STRING "AND " DELIMITED BY SIZE
                   WS-PAY-CENTS DELIMITED BY SIZE
                   "/100" DELIMITED BY SIZE
                   INTO WS-WORDS
                   WITH POINTER WS-WORDS-PTR
               END-STRING
           END-IF.

       2410-FIND-FIRST-DIGIT.
           IF WS-PAY-DIGIT (WS-DIGIT-IX) NOT = ZERO
               MOVE WS-DIGIT-IX TO WS-FIRST-DIGIT-IX
           END-IF.

       2420-SPELL-ONE-DIGIT.
           MOVE WS-PAY-DIGIT (WS-DIGIT-IX) TO NPL-NUMERO
           MOVE WS-PAY-IDIOMA TO NPL-IDIOMA
           CALL "NUMPALLK" USING NUMPAL-LOOKUP-PARMS
           IF NPL-STALE
               SET WS-STALE-SEEN TO TRUE
           END-IF
           IF NPL-NOT-FOUND OR NPL-PALAVRA = SPACES OR NPL-FELL-BACK
               SET WS-WORD-MISSING TO TRUE
               MOVE NPL-NUMERO TO WS-MISSING-NUMERO
               IF NPL-FOUND AND NPL-FELL-BACK
                   SET WS-WORD-FELL-BACK TO TRUE
               END-IF
           ELSE
               STRING NPL-PALAVRA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-WORDS
                   WITH POINTER WS-WORDS-PTR
               END-STRING
           END-IF.

       3000-PRINT-VOUCHER.
           ADD 1 TO WS-VOUCHER-SEQ
           ADD 1 TO WS-VOUCHER-COUNT
           ADD EX-RESULT TO WS-VOUCHER-TOTAL
           MOVE ALL "=" TO VOUCHER-RECORD
           WRITE VOUCHER-RECORD
           MOVE SPACES TO VOUCHER-RECORD
           STRING "PAYMENT VOUCHER   NO. PV" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-VOUCHER-SEQ DELIMITED BY SIZE
               "        DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO VOUCHER-RECORD
           END-STRING
           WRITE VOUCHER-RECORD
           MOVE SPACES TO VOUCHER-RECORD
           WRITE VOUCHER-RECORD
           MOVE SPACES TO VOUCHER-RECORD
           STRING "PAY TO     : ORIGINATOR " DELIMITED BY SIZE
               WS-DETAIL-ORIG DELIMITED BY SIZE
               INTO VOUCHER-RECORD
           END-STRING
           WRITE VOUCHER-RECORD
           MOVE SPACES TO VOUCHER-RECORD
           STRING "REFERENCE  : BATCH " DELIMITED BY SIZE
               EX-BATCH-NO DELIMITED BY SIZE
               "  SEQUENCE " DELIMITED BY SIZE
               EX-SEQUENCE DELIMITED BY SIZE
               "  TRACE " DELIMITED BY SIZE
               EX-TRACE-ID DELIMITED BY SIZE
               INTO VOUCHER-RECORD
           END-STRING
           WRITE VOUCHER-RECORD
           MOVE EX-RESULT TO WS-AMOUNT-ED
           MOVE SPACES TO VOUCHER-RECORD
           STRING "AMOUNT     : " DELIMITED BY SIZE
               WS-PAY-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO VOUCHER-RECORD
           END-STRING
           WRITE VOUCHER-RECORD
           MOVE SPACES TO VOUCHER-RECORD
           STRING "IN WORDS   : " DELIMITED BY SIZE
               WS-WORDS DELIMITED BY SIZE
               INTO VOUCHER-RECORD
           END-STRING
           WRITE VOUCHER-RECORD
           MOVE SPACES TO VOUCHER-RECORD
           WRITE VOUCHER-RECORD
           MOVE "AUTHORISED : ____________________   RECEIVED :"
               TO VOUCHER-RECORD
           MOVE "____________________" TO VOUCHER-RECORD (48:20)
           WRITE VOUCHER-RECORD.

       4000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD EX-RESULT TO WS-EXCEPTION-TOTAL
           MOVE EX-RESULT TO WS-SIGNED-ED
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "BATCH " DELIMITED BY SIZE
               EX-BATCH-NO DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               EX-SEQUENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SIGNED-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXCEPTION-REASON DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD.

       5000-WRITE-TOTALS.
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE WS-PROOF-COUNT TO WS-COUNT-ED
           MOVE WS-PROOF-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "EXTRACT DETAILS    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  BASE  " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD
           MOVE WS-TRAILER-COUNT TO WS-COUNT-ED
           MOVE WS-TRAILER-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "EXTRACT TRAILER    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  BASE  " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD
           MOVE WS-DETAIL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "DETAILS READ       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD
           MOVE WS-SELECTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "PAYMENTS SELECTED  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD
           MOVE WS-VOUCHER-COUNT TO WS-COUNT-ED
           MOVE WS-VOUCHER-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "VOUCHERS PRINTED   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
           MOVE WS-EXCEPTION-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "EXCEPTIONS         : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD
           IF WS-STALE-SEEN
               MOVE "*** NUMPAL MASTER CHANGED DURING THE RUN ***"
                   TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "PAYMENTS ON VOUCHER EXCEPTIONS LIST: "
                       DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       9000-FINISH.
           IF WS-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF
           CLOSE VOUCHER-FILE
           CLOSE EXCEPTION-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "PAYVOUCH: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "PAYVOUCH" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-VOUCHER-COUNT TO COMPL-RECORDS-PROC
           MOVE WS-EXCEPTION-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM PAYVOUCH.
