      ******************************************************************
      * Copybook:   LNGPARM
      * Purpose:    Communication area for the LONGADD long-addition
      *             subprogram. The caller supplies two exact long
      *             numbers as digit arrays (least significant digit
      *             first) with their digit counts and gets back
      *             their sum the same way, with an overflow flag
      *             when the sum would need more than 200 digits, so
      *             the long Fibonacci terms and the morning module
      *             certification share one verified piece of
      *             carry arithmetic.
      ******************************************************************
       01  LONG-ADD-PARMS.
           05  LA-LEN-A                PIC 9(03).
           05  LA-A.
               10  LA-A-DIGIT          OCCURS 200 TIMES
                                       PIC 9(01).
           05  LA-LEN-B                PIC 9(03).
           05  LA-B.
               10  LA-B-DIGIT          OCCURS 200 TIMES
                                       PIC 9(01).
           05  LA-LEN-T                PIC 9(03).
           05  LA-T.
               10  LA-T-DIGIT          OCCURS 200 TIMES
                                       PIC 9(01).
           05  LA-OVERFLOW-SW          PIC X(01).
               88  LA-OVERFLOW                 VALUE "Y".
               88  LA-NO-OVERFLOW              VALUE "N".
