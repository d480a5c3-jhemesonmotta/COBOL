      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Callable Fibonacci term lookup. Answers every
      *              lookup with a keyed read on the FIBOKEY cluster
      *              through the shared FIBLPARM communication area,
      *              so a program that needs a few terms reads them
      *              by sequence id and term index instead of loading
      *              FIBOUT. The cluster opens on the first call and
      *              stays open for the life of the run. A term past
      *              nine digits answers with its long digits and
      *              their length. A lookup that lands while the
      *              nightly swap has the cluster deleted, renamed or
      *              held raises the rebuild flag instead of missing
      *              quietly; the cluster is then re-opened on the
      *              next call, so a caller that waits and retries
      *              gets the new generation. The first rebuild hit
      *              of a run also goes to the audit log as a
      *              warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBOLKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBO-KEYED-FILE ASSIGN TO "FIBOKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBOK-RECORD-KEY
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBO-KEYED-FILE.
       01  FIBOK-RECORD.
           05  FIBOK-RECORD-KEY.
               10  FIBOK-SEQUENCE-ID   PIC X(04).
               10  FIBOK-TERM-INDEX    PIC 9(04).
           05  FIBOK-TERM-VALUE    PIC 9(09).
           05  FIBOK-LONG-LENGTH   PIC 9(03).
           05  FIBOK-LONG-VALUE    PIC X(200).

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-KEYED-FILE-STATUS    PIC X(02).
      *    NOT THERE (BETWEEN THE DELETE AND THE RENAME), HELD BY THE
      *    SWAP STEP, OR LOCKED UNDER AN OPEN HANDLE
           88  WS-CLUSTER-IN-REBUILD  VALUES "35" "51" "61" "93" "9D".
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-RUN-DATE             PIC 9(06).

       01  WS-SWITCHES.
           05  WS-OPENED-SW        PIC X(01) VALUE "N".
               88  WS-CLUSTER-OPENED          VALUE "Y".
           05  WS-USABLE-SW        PIC X(01) VALUE "N".
               88  WS-CLUSTER-USABLE          VALUE "Y".
           05  WS-DATED-SW         PIC X(01) VALUE "N".
               88  WS-RUN-DATED               VALUE "Y".
           05  WS-WARNED-SW        PIC X(01) VALUE "N".
               88  WS-REBUILD-WARNED          VALUE "Y".

       LINKAGE SECTION.
       COPY FIBLPARM.

       PROCEDURE DIVISION USING FIBO-LOOKUP-PARMS.
       0000-MAINLINE.
           MOVE "N" TO FBL-FOUND-SW
           MOVE "N" TO FBL-REBUILD-SW
           MOVE ZERO TO FBL-TERM-VALUE
           MOVE ZERO TO FBL-LONG-LENGTH
           MOVE SPACES TO FBL-LONG-VALUE
           IF NOT WS-CLUSTER-OPENED
               PERFORM 1000-OPEN-CLUSTER
           END-IF
           IF WS-CLUSTER-USABLE
               PERFORM 2000-READ-ENTRY
           ELSE
               MOVE WS-KEYED-FILE-STATUS TO FBL-FILE-STATUS
           END-IF
           IF FBL-REBUILDING
               PERFORM 1700-WRITE-REBUILD-WARNING
           END-IF
           GOBACK.

      ******************************************************************
      * A CLUSTER THAT IS MID-REBUILD IS NOT A FAILED OPEN: THE CALL
      * IS ANSWERED WITH THE REBUILD FLAG AND THE OPEN IS TRIED AGAIN
      * ON THE NEXT CALL. ANY OTHER FAILURE IS FINAL FOR THE RUN AND
      * EVERY LOOKUP MISSES.
      ******************************************************************
       1000-OPEN-CLUSTER.
           IF NOT WS-RUN-DATED
               SET WS-RUN-DATED TO TRUE
               ACCEPT WS-RUN-DATE FROM DATE
               PERFORM 1030-GET-BUSINESS-DATE
           END-IF
           OPEN INPUT FIBO-KEYED-FILE
           EVALUATE TRUE
               WHEN WS-KEYED-FILE-STATUS = "00"
                   SET WS-CLUSTER-OPENED TO TRUE
                   SET WS-CLUSTER-USABLE TO TRUE
               WHEN WS-CLUSTER-IN-REBUILD
                   MOVE "Y" TO FBL-REBUILD-SW
               WHEN OTHER
                   SET WS-CLUSTER-OPENED TO TRUE
                   DISPLAY "FIBOLKUP: CANNOT OPEN FIBOKEY, STATUS "
                       WS-KEYED-FILE-STATUS
                       ", ALL LOOKUPS WILL MISS"
           END-EVALUATE.

      ******************************************************************
      * THE PROCESSING DATE COMES FROM THE BUSINESS-DATE CONTROL
      * FILE, SO A REBUILD WARNING LOGGED AFTER MIDNIGHT STILL
      * CARRIES THE BUSINESS DAY THE MORNING REVIEW FILTERS ON; THE
      * SYSTEM DATE IS ONLY THE FALLBACK WHEN THE CONTROL FILE IS
      * NOT THERE.
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

       1700-WRITE-REBUILD-WARNING.
           IF NOT WS-REBUILD-WARNED
               SET WS-REBUILD-WARNED TO TRUE
               DISPLAY "FIBOLKUP: FIBOKEY IS MID-REBUILD, STATUS "
                   WS-KEYED-FILE-STATUS
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE "FIBOLKUP" TO AUDIT-PROGRAM-ID
               MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
               ACCEPT AUDIT-TIMESTAMP FROM TIME
               MOVE "W" TO AUDIT-SEVERITY
               MOVE "FIBOKEY MID-REBUILD, LOOKUPS TOLD TO RETRY"
                   TO AUDIT-MESSAGE
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-FILE
           END-IF.

      ******************************************************************
      * THE LONG LENGTH SAYS WHICH FIELD TO TRUST: ZERO MEANS THE
      * SHORT VALUE IS THE TERM, ANYTHING ELSE MEANS THE DIGITS ARE IN
      * THE LONG VALUE. A READ THAT FINDS THE CLUSTER LOCKED OR GONE
      * UNDER THE OPEN HANDLE CLOSES IT SO THE NEXT CALL RE-OPENS
      * WHATEVER GENERATION THE SWAP LEFT IN PLACE.
      ******************************************************************
       2000-READ-ENTRY.
           MOVE FBL-SEQUENCE-ID TO FIBOK-SEQUENCE-ID
           MOVE FBL-TERM-INDEX TO FIBOK-TERM-INDEX
           READ FIBO-KEYED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO FBL-FOUND-SW
                   MOVE FIBOK-TERM-VALUE TO FBL-TERM-VALUE
                   IF FIBOK-LONG-LENGTH IS NUMERIC
                       AND FIBOK-LONG-LENGTH > ZERO
                       MOVE FIBOK-LONG-LENGTH TO FBL-LONG-LENGTH
                       MOVE FIBOK-LONG-VALUE TO FBL-LONG-VALUE
                   END-IF
           END-READ
           MOVE WS-KEYED-FILE-STATUS TO FBL-FILE-STATUS
           IF WS-CLUSTER-IN-REBUILD
               MOVE "Y" TO FBL-REBUILD-SW
               CLOSE FIBO-KEYED-FILE
               MOVE "N" TO WS-OPENED-SW
               MOVE "N" TO WS-USABLE-SW
           END-IF.

       END PROGRAM FIBOLKUP.
