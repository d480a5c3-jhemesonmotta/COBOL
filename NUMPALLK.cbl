      *              stamp moves on mid-run - a maintenance run
      *              crossed this chain - the stale flag is raised
      *              through the communication area and a warning
      *              goes to the audit log once. The caller may name
      *              a language in NPL-IDIOMA; a NUMERO with no word
      *              in that language is answered in the default
      *              language (PT) with the fallback flag raised.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT KEYED-FILE ASSIGN TO "NUMPALKY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NPK-KEY
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT VERSION-FILE ASSIGN TO "NUMPALVR"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  KEYED-FILE.
       01  NUMPAL-KEYED-RECORD.
           05  NPK-KEY.
               10  NPK-NUMERO      PIC 9(3).
               10  NPK-IDIOMA      PIC X(2).
           05  NPK-PALAVRA         PIC A(5).

       FD  VERSION-FILE.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-RUN-DATE             PIC 9(06).
       01  WS-DEFAULT-IDIOMA       PIC X(02) VALUE "PT".
       01  WS-WANTED-IDIOMA        PIC X(02).

       01  WS-SWITCHES.
           05  WS-OPENED-SW        PIC X(01) VALUE "N".
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-FILE.

      ******************************************************************
      * THE WORD IN THE LANGUAGE ASKED FOR, ELSE THE DEFAULT
      * LANGUAGE'S WORD WITH THE FALLBACK FLAG RAISED SO THE CALLER
      * KNOWS IT DID NOT GET THE LANGUAGE IT ASKED FOR.
      ******************************************************************
       2000-READ-ENTRY.
           MOVE "N" TO NPL-FOUND-SW
           MOVE "N" TO NPL-FALLBACK-SW
           MOVE SPACES TO NPL-PALAVRA
           IF NPL-IDIOMA = SPACES OR LOW-VALUES
               MOVE WS-DEFAULT-IDIOMA TO WS-WANTED-IDIOMA
           ELSE
               MOVE NPL-IDIOMA TO WS-WANTED-IDIOMA
           END-IF
           IF WS-CLUSTER-USABLE
               PERFORM 2100-READ-KEYED-ENTRY
               IF NPL-NOT-FOUND
                   AND WS-WANTED-IDIOMA NOT = WS-DEFAULT-IDIOMA
                   MOVE WS-DEFAULT-IDIOMA TO WS-WANTED-IDIOMA
                   PERFORM 2100-READ-KEYED-ENTRY
                   IF NPL-FOUND
                       MOVE "Y" TO NPL-FALLBACK-SW
                   END-IF
               END-IF
           END-IF.

       2100-READ-KEYED-ENTRY.
           MOVE NPL-NUMERO TO NPK-NUMERO
           MOVE WS-WANTED-IDIOMA TO NPK-IDIOMA
           READ KEYED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO NPL-FOUND-SW
                   MOVE NPK-PALAVRA TO NPL-PALAVRA
           END-READ.

       END PROGRAM NUMPALLK.
