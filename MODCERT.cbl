      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Certify the shared calculation modules before
      *              the nightly chain posts anything. FATCALC,
      *              NUMPALLK, LONGADD (the long-term addition behind
      *              the Fibonacci terms) and RATECONV (SOMA's
      *              currency conversion) are called by every report
      *              downstream, so a bad load-library promotion of
      *              any one of them would corrupt the night quietly.
      *              Each CERTGOLD card names a module, an input and
      *              the answer that input is known to produce; the
      *              module is driven with the input and its answer
      *              compared with the card. The certificate lists
      *              every case as PASS or FAIL, with the expected and
      *              returned answers under a failure, then a verdict
      *              per module. A mismatch, an unreadable card, a
      *              card for an unknown module, a module with no
      *              cards or a missing golden file ends the run with
      *              return code 8 so nothing posts on a module that
      *              did not prove itself; a clean certificate ends
      *              with 0.
      *
      *              CERTGOLD card layout:
      *                1-8    module name
      *                10-29  input, per module:
      *                         FATCALC   N (2 digits)
      *                         LONGADD   Fibonacci term number from
      *                                   seeds 1 and 1 (4 digits)
      *                         NUMPALLK  NUMERO (3 digits), a space,
      *                                   language code (2)
      *                         RATECONV  amount 9(7)V99, a space,
      *                                   factor 9(3)V9(6)
      *                31-80  expected answer, left justified; the
      *                       RATECONV answer as 9(9)V99
      *              A card with * in column 1 is a comment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOLDEN-FILE ASSIGN TO "CERTGOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLDEN-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO "CERTRPT"
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

       FD  GOLDEN-FILE.
       01  GOLDEN-RECORD.
           05  GC-MODULE           PIC X(08).
           05  FILLER              PIC X(01).
           05  GC-INPUT            PIC X(20).
           05  GC-FAT-INPUT REDEFINES GC-INPUT.
               10  GC-FAT-N        PIC 9(02).
               10  FILLER          PIC X(18).
           05  GC-LNG-INPUT REDEFINES GC-INPUT.
               10  GC-LNG-TERM     PIC 9(04).
               10  FILLER          PIC X(16).
           05  GC-NPL-INPUT REDEFINES GC-INPUT.
               10  GC-NPL-NUMERO   PIC 9(03).
               10  FILLER          PIC X(01).
               10  GC-NPL-IDIOMA   PIC X(02).
               10  FILLER          PIC X(14).
           05  GC-RCV-INPUT REDEFINES GC-INPUT.
               10  GC-RCV-AMOUNT   PIC 9(7)V99.
               10  FILLER          PIC X(01).
               10  GC-RCV-FACTOR   PIC 9(3)V9(6).
               10  FILLER          PIC X(01).
           05  FILLER              PIC X(01).
           05  GC-EXPECTED         PIC X(50).

       FD  CERT-FILE.
       01  CERT-RECORD             PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-GOLDEN-FILE-STATUS PIC X(02).
           05  WS-AUDIT-FILE-STATUS PIC X(02).
           05  WS-COMPL-FILE-STATUS PIC X(02).

       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-GOLDEN-OPEN-SW   PIC X(01) VALUE "N".
               88  WS-GOLDEN-OPEN             VALUE "Y".
           05  WS-CASE-SW          PIC X(01) VALUE "N".
               88  WS-CASE-PASSED             VALUE "Y".
               88  WS-CASE-FAILED             VALUE "N".
           05  WS-MOD-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-MOD-FOUND               VALUE "Y".
           05  WS-CARD-SW          PIC X(01) VALUE "N".
               88  WS-CARD-READY              VALUE "Y".

      *    ONE ENTRY PER SHARED MODULE UNDER CERTIFICATION; A MODULE
      *    THAT NO CARD EXERCISED IS NOT CERTIFIED AND FAILS THE RUN
       01  WS-MODULE-TABLE.
           05  WS-MOD-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-MOD-IDX.
               10  WS-MOD-NAME         PIC X(08).
               10  WS-MOD-CASES        PIC 9(04).
               10  WS-MOD-FAILS        PIC 9(04).
       01  WS-MOD-MATCH-IX         PIC 9(02) VALUE ZERO.

       COPY FATPARM.

       COPY NPLPARM.

       COPY LNGPARM.

       COPY RCVPARM.

      *    A RETURNED LONG NUMBER, LEAST SIGNIFICANT DIGIT FIRST, IS
      *    TURNED INTO TEXT MOST SIGNIFICANT FIRST TO MEET THE CARD
       01  WS-CERT-LEN             PIC 9(03) VALUE ZERO.
       01  WS-CERT-DIGITS.
           05  WS-CERT-DIGIT       OCCURS 200 TIMES PIC 9(01).
       01  WS-DIGIT-K              PIC 9(03) VALUE ZERO.
       01  WS-DIGIT-P              PIC 9(03) VALUE ZERO.
       01  WS-TERM-K               PIC 9(04) VALUE ZERO.

       01  WS-EXPECTED-TEXT        PIC X(200).
       01  WS-RETURNED-TEXT        PIC X(200).
       01  WS-RCV-RESULT           PIC 9(9)V99.
       01  WS-RCV-RESULT-X REDEFINES WS-RCV-RESULT PIC X(11).

       01  WS-COUNTERS.
           05  WS-CASE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-PASS-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-FAIL-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-UNKNOWN-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-UNPROVEN-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-CASES-ED         PIC ZZZ9.
           05  WS-FAILS-ED         PIC ZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CERTIFY-CASE
               UNTIL WS-EOF
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           MOVE "FATCALC" TO WS-MOD-NAME (1)
           MOVE "LONGADD" TO WS-MOD-NAME (2)
           MOVE "NUMPALLK" TO WS-MOD-NAME (3)
           MOVE "RATECONV" TO WS-MOD-NAME (4)
           PERFORM 1010-CLEAR-MODULE
               VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > 4
           OPEN OUTPUT CERT-FILE
           MOVE SPACES TO CERT-RECORD
           STRING "SHARED MODULE CERTIFICATE - RUN DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           OPEN INPUT GOLDEN-FILE
           IF WS-GOLDEN-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
               MOVE "CANNOT OPEN CERTGOLD GOLDEN FILE"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           ELSE
               SET WS-GOLDEN-OPEN TO TRUE
               PERFORM 2100-READ-GOLDEN
           END-IF.

       1010-CLEAR-MODULE.
           MOVE ZERO TO WS-MOD-CASES (WS-MOD-IDX)
           MOVE ZERO TO WS-MOD-FAILS (WS-MOD-IDX).

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
           MOVE "MODCERT" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * ONE GOLDEN CARD IS ONE CASE: THE NAMED MODULE IS DRIVEN WITH
      * THE CARD'S INPUT AND ITS ANSWER, AS TEXT, MUST MATCH THE
      * CARD'S EXPECTED ANSWER EXACTLY. A CARD NAMING NO MODULE UNDER
      * CERTIFICATION IS A FAILED CASE, NOT A SKIPPED ONE.
      ******************************************************************
       2000-CERTIFY-CASE.
           ADD 1 TO WS-CASE-COUNT
           SET WS-CASE-FAILED TO TRUE
           MOVE SPACES TO WS-RETURNED-TEXT
           MOVE GC-EXPECTED TO WS-EXPECTED-TEXT
           PERFORM 2050-FIND-MODULE
           IF WS-MOD-FOUND
               ADD 1 TO WS-MOD-CASES (WS-MOD-MATCH-IX)
           END-IF
           EVALUATE GC-MODULE
               WHEN "FATCALC"
                   PERFORM 2300-CERTIFY-FATCALC
               WHEN "LONGADD"
                   PERFORM 2400-CERTIFY-LONGADD
               WHEN "NUMPALLK"
                   PERFORM 2500-CERTIFY-NUMPALLK
               WHEN "RATECONV"
                   PERFORM 2600-CERTIFY-RATECONV
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE "MODULE NOT UNDER CERTIFICATION"
                       TO WS-RETURNED-TEXT
           END-EVALUATE
           IF WS-CASE-PASSED
               ADD 1 TO WS-PASS-COUNT
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               IF WS-MOD-FOUND
                   ADD 1 TO WS-MOD-FAILS (WS-MOD-MATCH-IX)
               END-IF
           END-IF
           PERFORM 2900-WRITE-CASE-LINES
           PERFORM 2100-READ-GOLDEN.

       2050-FIND-MODULE.
           MOVE "N" TO WS-MOD-FOUND-SW
           MOVE ZERO TO WS-MOD-MATCH-IX
           PERFORM 2060-CHECK-MODULE
               VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > 4 OR WS-MOD-FOUND.

       2060-CHECK-MODULE.
           IF WS-MOD-NAME (WS-MOD-IDX) = GC-MODULE
               SET WS-MOD-FOUND TO TRUE
               SET WS-MOD-MATCH-IX TO WS-MOD-IDX
           END-IF.

      ******************************************************************
      * COMMENT CARDS AND BLANK CARDS ARE PASSED OVER, SO THE GOLDEN
      * DECK CAN CARRY A NOTE ON WHERE EACH KNOWN ANSWER CAME FROM.
      ******************************************************************
       2100-READ-GOLDEN.
           MOVE "N" TO WS-CARD-SW
           PERFORM 2110-READ-ONE-CARD
               UNTIL WS-EOF OR WS-CARD-READY.

       2110-READ-ONE-CARD.
           READ GOLDEN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GOLDEN-RECORD (1:1) NOT = "*"
                       AND GOLDEN-RECORD NOT = SPACES
                       SET WS-CARD-READY TO TRUE
                   END-IF
           END-READ.

       2300-CERTIFY-FATCALC.
           IF GC-FAT-N IS NOT NUMERIC
               MOVE "BAD GOLDEN CARD INPUT" TO WS-RETURNED-TEXT
           ELSE
               MOVE GC-FAT-N TO FC-INPUT-N
               CALL "FATCALC" USING FATCALC-PARMS
               IF FC-LONG-OVERFLOW
                   MOVE "LONG RESULT OVERFLOW" TO WS-RETURNED-TEXT
               ELSE
                   MOVE FC-LONG-LENGTH TO WS-CERT-LEN
                   MOVE FC-LONG-RESULT TO WS-CERT-DIGITS
                   PERFORM 2800-BUILD-DIGIT-TEXT
                   IF WS-RETURNED-TEXT = WS-EXPECTED-TEXT
                       SET WS-CASE-PASSED TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE TERM IS BUILT THE WAY THE GENERATOR BUILDS IT, FROM SEEDS
      * 1 AND 1 WITH ONE LONGADD CALL PER TERM, SO A LONG TERM PROVES
      * THE CARRY ACROSS EVERY DIGIT POSITION IT PASSES THROUGH.
      ******************************************************************
       2400-CERTIFY-LONGADD.
           IF GC-LNG-TERM IS NOT NUMERIC OR GC-LNG-TERM = ZERO
               MOVE "BAD GOLDEN CARD INPUT" TO WS-RETURNED-TEXT
           ELSE
               MOVE ZEROS TO LA-A
               MOVE ZEROS TO LA-B
               MOVE 1 TO LA-A-DIGIT (1)
               MOVE 1 TO LA-B-DIGIT (1)
               MOVE 1 TO LA-LEN-A
               MOVE 1 TO LA-LEN-B
               MOVE "N" TO LA-OVERFLOW-SW
               PERFORM 2410-NEXT-TERM
                   VARYING WS-TERM-K FROM 3 BY 1
                   UNTIL WS-TERM-K > GC-LNG-TERM OR LA-OVERFLOW
               IF LA-OVERFLOW
                   MOVE "LONG RESULT OVERFLOW" TO WS-RETURNED-TEXT
               ELSE
                   MOVE LA-LEN-B TO WS-CERT-LEN
                   MOVE LA-B TO WS-CERT-DIGITS
                   PERFORM 2800-BUILD-DIGIT-TEXT
                   IF WS-RETURNED-TEXT = WS-EXPECTED-TEXT
                       SET WS-CASE-PASSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2410-NEXT-TERM.
           CALL "LONGADD" USING LONG-ADD-PARMS
           IF NOT LA-OVERFLOW
               MOVE LA-B TO LA-A
               MOVE LA-LEN-B TO LA-LEN-A
               MOVE LA-T TO LA-B
               MOVE LA-LEN-T TO LA-LEN-B
           END-IF.

      ******************************************************************
      * THE WORD MUST COME BACK IN THE LANGUAGE THE CARD ASKED FOR; A
      * DEFAULT-LANGUAGE ANSWER IS A FAILED CASE EVEN WHEN THE WORD
      * HAPPENS TO MATCH.
      ******************************************************************
       2500-CERTIFY-NUMPALLK.
           IF GC-NPL-NUMERO IS NOT NUMERIC
               MOVE "BAD GOLDEN CARD INPUT" TO WS-RETURNED-TEXT
           ELSE
               MOVE GC-NPL-NUMERO TO NPL-NUMERO
               MOVE GC-NPL-IDIOMA TO NPL-IDIOMA
               CALL "NUMPALLK" USING NUMPAL-LOOKUP-PARMS
               EVALUATE TRUE
                   WHEN NPL-NOT-FOUND
                       MOVE "NOT FOUND" TO WS-RETURNED-TEXT
                   WHEN NPL-FELL-BACK
                       STRING NPL-PALAVRA DELIMITED BY SIZE
                           " (DEFAULT LANGUAGE FALLBACK)"
                               DELIMITED BY SIZE
                           INTO WS-RETURNED-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE NPL-PALAVRA TO WS-RETURNED-TEXT
                       IF WS-RETURNED-TEXT = WS-EXPECTED-TEXT
                           SET WS-CASE-PASSED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       2600-CERTIFY-RATECONV.
           IF GC-RCV-AMOUNT IS NOT NUMERIC
               OR GC-RCV-FACTOR IS NOT NUMERIC
               MOVE "BAD GOLDEN CARD INPUT" TO WS-RETURNED-TEXT
           ELSE
               MOVE GC-RCV-AMOUNT TO RCV-AMOUNT
               MOVE GC-RCV-FACTOR TO RCV-FACTOR
               CALL "RATECONV" USING RATE-CONV-PARMS
               IF RCV-SIZE-ERROR
                   MOVE "SIZE ERROR" TO WS-RETURNED-TEXT
               ELSE
                   MOVE RCV-BASE-RESULT TO WS-RCV-RESULT
                   MOVE WS-RCV-RESULT-X TO WS-RETURNED-TEXT
                   IF WS-RETURNED-TEXT = WS-EXPECTED-TEXT
                       SET WS-CASE-PASSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2800-BUILD-DIGIT-TEXT.
           MOVE SPACES TO WS-RETURNED-TEXT
           PERFORM 2810-MOVE-ONE-DIGIT
               VARYING WS-DIGIT-K FROM 1 BY 1
               UNTIL WS-DIGIT-K > WS-CERT-LEN.

       2810-MOVE-ONE-DIGIT.
           COMPUTE WS-DIGIT-P = WS-CERT-LEN - WS-DIGIT-K + 1
           MOVE WS-CERT-DIGIT (WS-DIGIT-P)
               TO WS-RETURNED-TEXT (WS-DIGIT-K:1).

       2900-WRITE-CASE-LINES.
           MOVE SPACES TO CERT-RECORD
           IF WS-CASE-PASSED
               MOVE "PASS" TO CERT-RECORD (1:4)
           ELSE
               MOVE "FAIL" TO CERT-RECORD (1:4)
           END-IF
           MOVE GC-MODULE TO CERT-RECORD (7:8)
           MOVE GC-INPUT TO CERT-RECORD (17:20)
           WRITE CERT-RECORD
           IF WS-CASE-FAILED
               MOVE SPACES TO CERT-RECORD
               STRING "      EXPECTED: " DELIMITED BY SIZE
                   WS-EXPECTED-TEXT (1:50) DELIMITED BY SIZE
                   INTO CERT-RECORD
               END-STRING
               WRITE CERT-RECORD
               MOVE SPACES TO CERT-RECORD
               STRING "      RETURNED: " DELIMITED BY SIZE
                   WS-RETURNED-TEXT (1:50) DELIMITED BY SIZE
                   INTO CERT-RECORD
               END-STRING
               WRITE CERT-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "CERTIFICATION FAILED: " DELIMITED BY SIZE
                   GC-MODULE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   GC-INPUT DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE "MODULE VERDICTS" TO CERT-RECORD
           WRITE CERT-RECORD
           PERFORM 3100-WRITE-MODULE-VERDICT
               VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > 4
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-CASE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO CERT-RECORD
           STRING "CASES RUN        : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE WS-PASS-COUNT TO WS-COUNT-ED
           MOVE SPACES TO CERT-RECORD
           STRING "CASES PASSED     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE WS-FAIL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO CERT-RECORD
           STRING "CASES FAILED     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO CERT-RECORD
           STRING "UNKNOWN MODULES  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           EVALUATE TRUE
               WHEN NOT WS-GOLDEN-OPEN
                   MOVE 8 TO WS-RUN-RC
                   MOVE "CERTIFICATE: *** GOLDEN FILE UNREADABLE"
                       TO CERT-RECORD
                   MOVE " - CHAIN HELD ***" TO CERT-RECORD (40:17)
                   MOVE "CERTGOLD UNREADABLE, CHAIN HELD"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
               WHEN WS-FAIL-COUNT > ZERO OR WS-UNPROVEN-COUNT > ZERO
                   MOVE 8 TO WS-RUN-RC
                   MOVE "CERTIFICATE: *** FAILED - CHAIN HELD ***"
                       TO CERT-RECORD
                   MOVE "SHARED MODULES NOT CERTIFIED, CHAIN HELD"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
               WHEN OTHER
                   MOVE "CERTIFICATE: ALL SHARED MODULES CERTIFIED"
                       TO CERT-RECORD
                   MOVE "SHARED MODULES CERTIFIED" TO WS-AUDIT-MESSAGE
           END-EVALUATE
           WRITE CERT-RECORD
           PERFORM 1900-WRITE-AUDIT-LOG.

      ******************************************************************
      * A MODULE IS CERTIFIED ONLY WHEN AT LEAST ONE CARD EXERCISED
      * IT AND NONE OF ITS CASES FAILED.
      ******************************************************************
       3100-WRITE-MODULE-VERDICT.
           MOVE WS-MOD-CASES (WS-MOD-IDX) TO WS-CASES-ED
           MOVE WS-MOD-FAILS (WS-MOD-IDX) TO WS-FAILS-ED
           MOVE SPACES TO CERT-RECORD
           STRING WS-MOD-NAME (WS-MOD-IDX) DELIMITED BY SIZE
               "  CASES: " DELIMITED BY SIZE
               WS-CASES-ED DELIMITED BY SIZE
               "  FAILED: " DELIMITED BY SIZE
               WS-FAILS-ED DELIMITED BY SIZE
               INTO CERT-RECORD
           END-STRING
           EVALUATE TRUE
               WHEN WS-MOD-CASES (WS-MOD-IDX) = ZERO
                   ADD 1 TO WS-UNPROVEN-COUNT
                   MOVE "*** NO CASES - NOT CERTIFIED ***"
                       TO CERT-RECORD (38:32)
               WHEN WS-MOD-FAILS (WS-MOD-IDX) > ZERO
                   MOVE "*** NOT CERTIFIED ***" TO CERT-RECORD (38:21)
               WHEN OTHER
                   MOVE "CERTIFIED" TO CERT-RECORD (38:9)
           END-EVALUATE
           WRITE CERT-RECORD.

       9000-FINISH.
           IF WS-GOLDEN-OPEN
               CLOSE GOLDEN-FILE
           END-IF
           CLOSE CERT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "MODCERT: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "MODCERT" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-PASS-COUNT TO COMPL-RECORDS-PROC
           MOVE WS-FAIL-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM MODCERT.
