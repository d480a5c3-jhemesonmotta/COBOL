      * Date:
      * Purpose:     Unload the keyed NUMPALKY cluster back to a
      *              sequential file in the shared NUMPAL layout, in
      *              NUMERO then IDIOMA order with every language
      *              row of each NUMERO, so the variaveis balanced-line
      *              maintenance and the MSTRSNAP backups keep
      *              working against the flat file they have always
      *              read. Counts print on the unload report.
           SELECT KEYED-FILE ASSIGN TO "NUMPALKY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NPK-KEY
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT UNLOAD-FILE ASSIGN TO "NUMPALSQ"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD  KEYED-FILE.
       01  NUMPAL-KEYED-RECORD.
           05  NPK-KEY.
               10  NPK-NUMERO      PIC 9(3).
               10  NPK-IDIOMA      PIC X(2).
           05  NPK-PALAVRA         PIC A(5).

       FD  UNLOAD-FILE.
       2000-UNLOAD-ONE-ENTRY.
           MOVE NPK-NUMERO TO NUMERO
           MOVE NPK-PALAVRA TO PALAVRA
           MOVE NPK-IDIOMA TO IDIOMA
           WRITE NUMPAL-RECORD
           ADD 1 TO WS-UNLOADED-COUNT
           PERFORM 2100-READ-KEYED.
