      * Date:
      * Purpose:     Build an N! factorial table, where N is supplied
      *              by the shared parameter file instead of a literal.
      *              Every factorial, and the C(N,R) and P(N,R)
      *              results when R is supplied, also load the keyed
      *              FATKEY reference cluster - keyed by function
      *              (F, C or P) and its arguments - with the exact
      *              long-digit value, so a single value can be read
      *              by key (FATINQ) instead of scanning FATOUT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTART-FILE ASSIGN TO "FATRST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAT-KEYED-FILE ASSIGN TO "FATKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATK-RECORD-KEY
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT TIMING-FILE ASSIGN TO "TIMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-FILE-STATUS.
       FD  RESTART-FILE.
       COPY RESTKEY.

       FD  FAT-KEYED-FILE.
       01  FATK-RECORD.
           05  FATK-RECORD-KEY.
               10  FATK-FUNCTION       PIC X(01).
               10  FATK-ARG-N          PIC 9(02).
               10  FATK-ARG-R          PIC 9(02).
           05  FATK-SHORT-VALUE    PIC 9(18).
           05  FATK-LONG-LENGTH    PIC 9(03).
           05  FATK-LONG-VALUE     PIC X(200).

       FD  EXCP-FILE.
       01  EXCP-RECORD.
           05  EXCP-TIMESTAMP          PIC 9(08).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-COMPL-FILE-STATUS    PIC X(02).
       01  WS-KEYED-FILE-STATUS    PIC X(02).
       01  WS-KEYED-SW             PIC X(01) VALUE "N".
           88  WS-KEYED-USABLE             VALUE "Y".
       01  WS-TIMING-FIELDS.
           05  WS-TIMING-FILE-STATUS   PIC X(02).
           05  WS-START-TIME.
           05  WS-CHUNK-LEN        PIC 9(03) VALUE ZERO.
           05  WS-DIG              PIC 9(03) VALUE ZERO.

      *    EXACT C(N,R) AND P(N,R) FOR THE KEYED CLUSTER, HELD THE
      *    SAME WAY FATCALC HOLDS A LONG FACTORIAL: A DIGIT ARRAY,
      *    LEAST SIGNIFICANT DIGIT FIRST
       01  WS-LONG-WORK-FIELDS.
           05  WS-LONG-LEN         PIC 9(03) VALUE ZERO.
           05  WS-LONG-WORK.
               10  WS-LONG-DIGIT   OCCURS 200 TIMES PIC 9(01).
           05  WS-LONG-D           PIC 9(03) VALUE ZERO.
           05  WS-LONG-K           PIC 9(03) VALUE ZERO.
           05  WS-LONG-FACTOR      PIC 9(03) VALUE ZERO.
           05  WS-LONG-PROD        PIC 9(05) VALUE ZERO.
           05  WS-LONG-CARRY       PIC 9(05) VALUE ZERO.
           05  WS-LONG-ONE-DIGIT   PIC 9(01) VALUE ZERO.
           05  WS-LONG-POWER       PIC 9(18) VALUE ZERO.
           05  WS-LONG-SHORT       PIC 9(18) VALUE ZERO.
           05  WS-LONG-FUNCTION    PIC X(01).

       01  WS-EDIT-FIELDS.
           05  WS-IX-ED            PIC ZZ9.
           05  WS-N-ED             PIC Z9.
               OPEN EXTEND FACT-FILE
               OPEN EXTEND EXCP-FILE
               OPEN EXTEND RESTART-FILE
               OPEN I-O FAT-KEYED-FILE
           ELSE
               OPEN OUTPUT FACT-FILE
               OPEN OUTPUT EXCP-FILE
               OPEN OUTPUT RESTART-FILE
               OPEN OUTPUT FAT-KEYED-FILE
           END-IF
           IF WS-KEYED-FILE-STATUS = "00"
               SET WS-KEYED-USABLE TO TRUE
           ELSE
               DISPLAY "SAMPLE: CANNOT OPEN FATKEY, STATUS "
                   WS-KEYED-FILE-STATUS ", KEYED LOAD SKIPPED"
           END-IF.

       1500-OPEN-AUDIT-LOG.
           ADD WS-CHUNK-LEN TO WS-OUT-POS
           SUBTRACT WS-CHUNK-LEN FROM WS-REMAIN-LEN
           PERFORM 2070-WRITE-VALUE-LINE
               UNTIL WS-REMAIN-LEN = ZERO
           IF WS-KEYED-USABLE
               MOVE SPACES TO FATK-RECORD
               MOVE "F" TO FATK-FUNCTION
               MOVE ix TO FATK-ARG-N
               MOVE ZERO TO FATK-ARG-R
               IF FC-NO-OVERFLOW AND FC-LONG-LENGTH NOT > 18
                   MOVE FC-RESULT TO FATK-SHORT-VALUE
               ELSE
                   MOVE ALL "9" TO FATK-SHORT-VALUE
               END-IF
               MOVE FC-LONG-LENGTH TO FATK-LONG-LENGTH
               MOVE WS-FACT-STRING TO FATK-LONG-VALUE
               PERFORM 2090-WRITE-KEYED-RECORD
           END-IF.

       2060-BUILD-DIGIT-STRING.
           ADD 1 TO WS-STR-POS
           ADD WS-CHUNK-LEN TO WS-OUT-POS
           SUBTRACT WS-CHUNK-LEN FROM WS-REMAIN-LEN.

      ******************************************************************
      * A KEY ALREADY ON THE CLUSTER (A RERUN OVER A LOADED CLUSTER)
      * IS REPLACED, SO THE CLUSTER ALWAYS CARRIES THE LATEST RUN.
      ******************************************************************
       2090-WRITE-KEYED-RECORD.
           WRITE FATK-RECORD
               INVALID KEY
                   REWRITE FATK-RECORD
                       INVALID KEY
                           DISPLAY "SAMPLE: CANNOT WRITE FATKEY KEY "
                               FATK-RECORD-KEY
                           MOVE "FATKEY WRITE FAILED"
                               TO WS-AUDIT-MESSAGE
                           MOVE "W" TO WS-AUDIT-SEVERITY
                           PERFORM 1510-WRITE-AUDIT-LOG
                   END-REWRITE
           END-WRITE.

       2300-WRITE-CHECKPOINT.
           MOVE "FAT" TO RESTART-PROGRAM-ID
           MOVE i TO RESTART-CKPT-POSITION
                   END-STRING
                   WRITE FACT-RECORD
               ELSE
                   IF WS-KEYED-USABLE
                       PERFORM 4300-LOAD-COMB-KEYS
                   END-IF
                   MOVE "N" TO WS-COMB-OVERFLOW-SW
                   MOVE n TO WS-COMB-X
                   PERFORM 4100-FACTORIAL-OF
           END-STRING
           WRITE FACT-RECORD.

      ******************************************************************
      * THE KEYED CLUSTER CARRIES EXACT VALUES EVEN WHERE THE PRINTED
      * RESULTS ARE SKIPPED FOR OVERFLOW: P(N,R) IS THE PRODUCT OF
      * N-R+1 THROUGH N, AND C(N,R) IS THAT PRODUCT DIVIDED IN TURN
      * BY 1 THROUGH R - EVERY STEP OF WHICH DIVIDES EXACTLY.
      ******************************************************************
       4300-LOAD-COMB-KEYS.
           MOVE ZEROS TO WS-LONG-WORK
           MOVE 1 TO WS-LONG-DIGIT (1)
           MOVE 1 TO WS-LONG-LEN
           COMPUTE WS-LONG-K = n - WS-R + 1
           PERFORM 4310-LONG-MULTIPLY
               VARYING WS-LONG-FACTOR FROM WS-LONG-K BY 1
               UNTIL WS-LONG-FACTOR > n
           MOVE "P" TO WS-LONG-FUNCTION
           PERFORM 4350-WRITE-COMB-KEY
           PERFORM 4330-LONG-DIVIDE
               VARYING WS-LONG-FACTOR FROM 2 BY 1
               UNTIL WS-LONG-FACTOR > WS-R
           MOVE "C" TO WS-LONG-FUNCTION
           PERFORM 4350-WRITE-COMB-KEY.

       4310-LONG-MULTIPLY.
           MOVE ZERO TO WS-LONG-CARRY
           PERFORM 4315-MULTIPLY-ONE-DIGIT
               VARYING WS-LONG-D FROM 1 BY 1
               UNTIL WS-LONG-D > WS-LONG-LEN
           PERFORM 4320-PROPAGATE-CARRY
               UNTIL WS-LONG-CARRY = ZERO.

       4315-MULTIPLY-ONE-DIGIT.
           COMPUTE WS-LONG-PROD =
               WS-LONG-DIGIT (WS-LONG-D) * WS-LONG-FACTOR
               + WS-LONG-CARRY
           DIVIDE WS-LONG-PROD BY 10
               GIVING WS-LONG-CARRY REMAINDER WS-LONG-ONE-DIGIT
           MOVE WS-LONG-ONE-DIGIT TO WS-LONG-DIGIT (WS-LONG-D).

       4320-PROPAGATE-CARRY.
           ADD 1 TO WS-LONG-LEN
           DIVIDE WS-LONG-CARRY BY 10
               GIVING WS-LONG-CARRY REMAINDER WS-LONG-ONE-DIGIT
           MOVE WS-LONG-ONE-DIGIT TO WS-LONG-DIGIT (WS-LONG-LEN).

      ******************************************************************
      * SHORT DIVISION FROM THE MOST SIGNIFICANT DIGIT DOWN, THEN
      * LEADING ZEROS DROP OFF THE LENGTH.
      ******************************************************************
       4330-LONG-DIVIDE.
           MOVE ZERO TO WS-LONG-CARRY
           PERFORM 4335-DIVIDE-ONE-DIGIT
               VARYING WS-LONG-D FROM WS-LONG-LEN BY -1
               UNTIL WS-LONG-D < 1
           PERFORM 4340-TRIM-LEADING-ZERO
               UNTIL WS-LONG-LEN = 1
               OR WS-LONG-DIGIT (WS-LONG-LEN) NOT = ZERO.

       4335-DIVIDE-ONE-DIGIT.
           COMPUTE WS-LONG-PROD =
               WS-LONG-CARRY * 10 + WS-LONG-DIGIT (WS-LONG-D)
           DIVIDE WS-LONG-PROD BY WS-LONG-FACTOR
               GIVING WS-LONG-ONE-DIGIT REMAINDER WS-LONG-CARRY
           MOVE WS-LONG-ONE-DIGIT TO WS-LONG-DIGIT (WS-LONG-D).

       4340-TRIM-LEADING-ZERO.
           SUBTRACT 1 FROM WS-LONG-LEN.

      ******************************************************************
      * THE SHORT FIELD CAPS AT ALL NINES PAST EIGHTEEN DIGITS; THE
      * LONG LENGTH SAYS WHICH FIELD TO TRUST.
      ******************************************************************
       4350-WRITE-COMB-KEY.
           MOVE SPACES TO FATK-RECORD
           MOVE WS-LONG-FUNCTION TO FATK-FUNCTION
           MOVE n TO FATK-ARG-N
           MOVE WS-R TO FATK-ARG-R
           MOVE WS-LONG-LEN TO FATK-LONG-LENGTH
           IF WS-LONG-LEN > 18
               MOVE ALL "9" TO FATK-SHORT-VALUE
           ELSE
               MOVE ZERO TO WS-LONG-SHORT
               MOVE 1 TO WS-LONG-POWER
               PERFORM 4355-ADD-DIGIT-VALUE
                   VARYING WS-LONG-D FROM 1 BY 1
                   UNTIL WS-LONG-D > WS-LONG-LEN
               MOVE WS-LONG-SHORT TO FATK-SHORT-VALUE
           END-IF
           PERFORM 4360-SET-TEXT-DIGIT
               VARYING WS-LONG-D FROM 1 BY 1
               UNTIL WS-LONG-D > WS-LONG-LEN
           PERFORM 2090-WRITE-KEYED-RECORD.

       4355-ADD-DIGIT-VALUE.
           COMPUTE WS-LONG-SHORT = WS-LONG-SHORT
               + WS-LONG-DIGIT (WS-LONG-D) * WS-LONG-POWER
           IF WS-LONG-D < 18
               MULTIPLY 10 BY WS-LONG-POWER
           END-IF.

       4360-SET-TEXT-DIGIT.
           COMPUTE WS-LONG-K = WS-LONG-LEN - WS-LONG-D + 1
           MOVE WS-LONG-DIGIT (WS-LONG-D)
               TO FATK-LONG-VALUE (WS-LONG-K:1).

       9000-FINISH.
           MOVE SPACES TO FACT-RECORD
           STRING "*** END OF FACTORIAL TABLE REPORT ***"
           CLOSE FACT-FILE
           CLOSE EXCP-FILE
           CLOSE RESTART-FILE
           IF WS-KEYED-USABLE
               CLOSE FAT-KEYED-FILE
           END-IF
           CLOSE AUDIT-FILE.

       9100-WRITE-COMPLETION.
