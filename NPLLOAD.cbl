      *              out counts and any duplicate keys refused; a
      *              duplicate ends the run nonzero because the
      *              sequential master is supposed to be unique on
      *              NUMERO and IDIOMA. The cluster is keyed on both,
      *              so every language row of a NUMERO loads; a row
      *              with no language code loads as the default
      *              language (PT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT KEYED-FILE ASSIGN TO "NUMPALKY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPK-KEY
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "NPLLODRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  KEYED-FILE.
       01  NUMPAL-KEYED-RECORD.
           05  NPK-KEY.
               10  NPK-NUMERO      PIC 9(3).
               10  NPK-IDIOMA      PIC X(2).
           05  NPK-PALAVRA         PIC A(5).

       FD  REPORT-FILE.
           05  WS-COUNT-ED         PIC ZZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.
       01  WS-DEFAULT-IDIOMA       PIC X(02) VALUE "PT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       2050-LOAD-KEYED-ENTRY.
           ADD 1 TO WS-READ-COUNT
           MOVE NUMERO TO NPK-NUMERO
           IF IDIOMA = SPACES
               MOVE WS-DEFAULT-IDIOMA TO NPK-IDIOMA
           ELSE
               MOVE IDIOMA TO NPK-IDIOMA
           END-IF
           MOVE PALAVRA TO NPK-PALAVRA
           WRITE NUMPAL-KEYED-RECORD
               INVALID KEY
           MOVE SPACES TO REPORT-RECORD
           STRING "DUPLICATE KEY REFUSED: " DELIMITED BY SIZE
               NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPK-IDIOMA DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
