      * Purpose:    Shared NUMERO/PALAVRA reference-record layout, used
      *             by the master file, the transaction file, and the
      *             new-master file in the variaveis reference-file
      *             maintenance run. IDIOMA is the language of the
      *             word: one NUMERO carries one row per language,
      *             and the file is in NUMERO then IDIOMA order. A
      *             row with no language code is a Portuguese (PT)
      *             row, the default language, and is written back
      *             out with PT filled in.
      ******************************************************************
       01  NUMPAL-RECORD.
           05  NUMERO                  PIC 9(3).
           05  PALAVRA                 PIC A(5).
           05  IDIOMA                  PIC X(2).
