      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Callable exact long addition. Receives two long
      *              numbers through the shared LNGPARM communication
      *              area as digit arrays, least significant digit
      *              first, and returns their sum digit by digit with
      *              manual carry - the technique the factorial
      *              subprogram proved out - raising the overflow
      *              flag when a carry runs past digit 200, so the
      *              long Fibonacci terms never re-implement the
      *              carry loop.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONGADD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-FIELDS.
           05  WS-LONG-D           PIC 9(03) VALUE ZERO.
           05  WS-LONG-CARRY       PIC 9(01) VALUE ZERO.
           05  WS-LONG-SUM         PIC 9(02) VALUE ZERO.
           05  WS-LONG-DIGIT-W     PIC 9(01) VALUE ZERO.

       LINKAGE SECTION.
       COPY LNGPARM.

       PROCEDURE DIVISION USING LONG-ADD-PARMS.
       0000-MAINLINE.
           PERFORM 1000-LONG-ADD
           GOBACK.

      ******************************************************************
      * T = A + B, DIGIT BY DIGIT WITH MANUAL CARRY. A CARRY PAST
      * DIGIT 200 RAISES THE OVERFLOW FLAG.
      ******************************************************************
       1000-LONG-ADD.
           MOVE "N" TO LA-OVERFLOW-SW
           MOVE ZERO TO WS-LONG-CARRY
           IF LA-LEN-A > LA-LEN-B
               MOVE LA-LEN-A TO LA-LEN-T
           ELSE
               MOVE LA-LEN-B TO LA-LEN-T
           END-IF
           MOVE ZEROS TO LA-T
           PERFORM 1100-ADD-ONE-DIGIT
               VARYING WS-LONG-D FROM 1 BY 1
               UNTIL WS-LONG-D > LA-LEN-T
           IF WS-LONG-CARRY > ZERO
               IF LA-LEN-T >= 200
                   MOVE "Y" TO LA-OVERFLOW-SW
               ELSE
                   ADD 1 TO LA-LEN-T
                   MOVE WS-LONG-CARRY TO LA-T-DIGIT (LA-LEN-T)
               END-IF
           END-IF.

       1100-ADD-ONE-DIGIT.
           COMPUTE WS-LONG-SUM =
               LA-A-DIGIT (WS-LONG-D)
               + LA-B-DIGIT (WS-LONG-D)
               + WS-LONG-CARRY
           DIVIDE WS-LONG-SUM BY 10
               GIVING WS-LONG-CARRY REMAINDER WS-LONG-DIGIT-W
           MOVE WS-LONG-DIGIT-W TO LA-T-DIGIT (WS-LONG-D).

       END PROGRAM LONGADD.
