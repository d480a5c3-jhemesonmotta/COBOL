      *              values generate the single default sequence. The
      *              sequence id rides on every FIBOUT record and
      *              leads the FIBOKEY record key so lookups can ask
      *              for term N of a specific series. Long-term
      *              addition is done by the shared LONGADD
      *              subprogram.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * EXACT LONG ARITHMETIC, THE SAME DIGIT-ARRAY TECHNIQUE THE
      * FACTORIAL SUBPROGRAM PROVED OUT: EACH TERM IS HELD AS UP TO
      * 200 DIGITS, LEAST SIGNIFICANT FIRST, AND ADDITION CARRIES BY
      * HAND IN THE SHARED LONGADD SUBPROGRAM, SO SEQUENCES RUN TO
      * THEIR FULL REQUESTED TERM COUNT INSTEAD OF DYING AT THE
      * NINE-DIGIT WALL AROUND TERM 44.
      ******************************************************************
       01  WS-LONG-TERM-FIELDS.
           05  WS-LONG-LEN-A       PIC 9(03) VALUE 1.
           05  WS-LONG-LEN-B       PIC 9(03) VALUE 1.
           05  WS-LONG-LEN-T       PIC 9(03) VALUE 1.
           05  WS-OUT-LEN          PIC 9(03) VALUE 1.
           05  WS-LONG-K           PIC 9(03) VALUE ZERO.
           05  WS-LONG-P           PIC 9(03) VALUE ZERO.
           05  WS-POWER-WORK       PIC 9(09) VALUE ZERO.
           05  WS-REPLAY-LIMIT     PIC 9(04) VALUE ZERO.

       01  WS-LONG-T.
           05  WS-LONG-T-DIGIT     OCCURS 200 TIMES PIC 9(01).

       COPY LNGPARM.

       01  WS-SEED-WORK            PIC 9(09) VALUE ZERO.
       01  WS-SEED-WORK-X REDEFINES WS-SEED-WORK.
           05  WS-SEED-DIGIT       OCCURS 9 TIMES PIC 9(01).
           END-IF.

      ******************************************************************
      * T = A + B THROUGH THE SHARED LONGADD SUBPROGRAM, THE SAME
      * CARRY ARITHMETIC THE MORNING MODULE CERTIFICATION PROVES
      * AGAINST KNOWN TERMS. A CARRY PAST DIGIT 200 RAISES THE
      * SIZE-ERROR SWITCH.
      ******************************************************************
       2040-LONG-ADD.
           MOVE WS-LONG-LEN-A TO LA-LEN-A
           MOVE WS-LONG-A TO LA-A
           MOVE WS-LONG-LEN-B TO LA-LEN-B
           MOVE WS-LONG-B TO LA-B
           CALL "LONGADD" USING LONG-ADD-PARMS
           IF LA-OVERFLOW
               SET WS-SIZE-ERROR TO TRUE
           ELSE
               MOVE LA-T TO WS-LONG-T
               MOVE LA-LEN-T TO WS-LONG-LEN-T
           END-IF.

       2100-WRITE-GROWTH-LINE.
           MOVE i TO WS-GR-INDEX-ED
           MOVE WS-RATIO TO WS-RATIO-ED
