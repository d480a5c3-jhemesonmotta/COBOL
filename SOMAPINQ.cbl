               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               ALTERNATE RECORD KEY IS PH-TRACE-ID WITH DUPLICATES
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
       01  PH-RECORD.
           05  PH-RECORD-KEY.
               10  PH-RUN-DATE         PIC 9(06).
               10  PH-CYCLE            PIC 9(01).
               10  PH-SEQUENCE         PIC 9(07).
           05  PH-BATCH-NO         PIC 9(04).
           05  PH-NUM1             PIC S9(7)V99.
           05  PH-OP-CODE          PIC X(03).
           05  PH-CURRENCY-CODE    PIC X(03).
           05  PH-TRACE-ID         PIC 9(13).
           05  PH-BASE-RESULT      PIC S9(9)V99.
           05  PH-ORIG-OP-CODE     PIC X(03).
           05  PH-REVERSED-SW      PIC X(01).
               88  PH-REVERSED             VALUE "Y".
           05  PH-REVERSED-DATE    PIC 9(06).
           05  PH-REVERSED-CYCLE   PIC 9(01).

       FD  AUDIT-FILE.
       COPY AUDITLOG.
           MOVE ZERO TO WS-REQ-MATCH-COUNT
           MOVE "N" TO WS-WALK-DONE-SW
           MOVE REQ-RUN-DATE TO PH-RUN-DATE
           MOVE ZERO TO PH-CYCLE
           MOVE ZERO TO PH-SEQUENCE
           START HIST-KEYED-FILE KEY NOT < PH-RECORD-KEY
               INVALID KEY
               PH-CURRENCY-CODE DELIMITED BY SIZE
               " T" DELIMITED BY SIZE
               PH-TRACE-ID DELIMITED BY SIZE
               " C" DELIMITED BY SIZE
               PH-CYCLE DELIMITED BY SIZE
               INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD.
