      *              carry unresolved rejects forward with an age
      *              counter, and print an aging report flagging any
      *              reject older than five days.
      *              Every repair and write-off is also appended to
      *              a resolution log - date, action, reject id,
      *              originator and reason - so month-end reporting
      *              can count the recycle work each originator
      *              caused. A write-off is refused for a reject an
      *              active legal hold covers (LEGHCHK) - the reject
      *              stays open and carries forward, marked on the
      *              aging report, with a count per hold. The carry-
      *              forward records the date each reject was raised
      *              so a hold's date range can be applied to it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-FILE ASSIGN TO "SOMARAGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESOLVE-FILE ASSIGN TO "SOMARRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESOLVE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           05  FWI-ORIGINATOR      PIC X(03).
           05  FILLER              PIC X(01).
           05  FWI-TRACE-ID        PIC 9(13).
           05  FILLER              PIC X(01).
           05  FWI-RAISED-DATE     PIC 9(06).

      ******************************************************************
      * THE EDIT DROP FILE CARRIES THE AMOUNTS AS RAW TEXT - A DROP
           05  FWO-ORIGINATOR      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWO-TRACE-ID        PIC 9(13).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWO-RAISED-DATE     PIC 9(06).

       FD  AGING-FILE.
       01  AGING-RECORD            PIC X(80).

      ******************************************************************
      * ONE LINE PER REJECT RESOLVED TONIGHT, APPENDED TO THE LOG OF
      * EVERY PRIOR RUN. THE ACTION IS THE CORRECTION'S: R REPAIRED,
      * W WRITTEN OFF.
      ******************************************************************
       FD  RESOLVE-FILE.
       01  RESOLVE-RECORD.
           05  RR-RUN-DATE         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RR-ACTION           PIC X(01).
               88  RR-IS-REPAIR            VALUE "R".
               88  RR-IS-WRITEOFF          VALUE "W".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RR-REJECT-ID        PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RR-ORIGINATOR       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RR-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RR-OP-CODE          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RR-CURRENCY-CODE    PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RR-AGE              PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RR-TRACE-ID         PIC 9(13).

       FD  AUDIT-FILE.
       COPY AUDITLOG.

           05  WS-FWDIN-FILE-STATUS    PIC X(02).
           05  WS-EDIT-DROP-FILE-STATUS PIC X(02).
           05  WS-CORR-FILE-STATUS     PIC X(02).
           05  WS-RESOLVE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-AUDIT-MESSAGE        PIC X(60).
               10  WS-REJ-ID           PIC 9(05).
               10  WS-REJ-ORIGINATOR   PIC X(03).
               10  WS-REJ-TRACE-ID     PIC 9(13).
               10  WS-REJ-RAISED-DATE  PIC 9(06).
               10  WS-REJ-HELD-SW      PIC X(01).
                   88  WS-REJ-HELD             VALUE "Y".
               10  WS-REJ-STATUS-SW    PIC X(01).
                   88  WS-REJ-OPEN             VALUE "O".
                   88  WS-REJ-REPAIRED         VALUE "R".
           05  WS-COUNT-ED         PIC ZZZZ9.

       01  WS-NEXT-REJECT-ID       PIC 9(05) VALUE 1.
       COPY LEGHPARM.
       01  WS-REPAIR-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CORR-MATCH-IX        PIC 9(05) VALUE ZERO.
       01  WS-CORR-IX              PIC 9(05) VALUE ZERO.
           MOVE RPT-RUN-DD TO RPT-RUN-DATE-ED (4:2)
           MOVE "/" TO RPT-RUN-DATE-ED (6:1)
           MOVE RPT-RUN-YY TO RPT-RUN-DATE-ED (7:2)
           PERFORM 1600-LOAD-LEGAL-HOLDS
           PERFORM 1100-LOAD-CARRIED-REJECTS
           PERFORM 1200-LOAD-TODAYS-REJECTS
           PERFORM 1300-LOAD-EDIT-DROPS
           OPEN EXTEND RESOLVE-FILE
           IF WS-RESOLVE-FILE-STATUS NOT = "00"
               OPEN OUTPUT RESOLVE-FILE
           END-IF.


      ******************************************************************
               ELSE
                   MOVE ZERO TO WS-REJ-TRACE-ID (WS-REJ-IDX)
               END-IF
               IF FWI-RAISED-DATE IS NUMERIC
                   MOVE FWI-RAISED-DATE
                       TO WS-REJ-RAISED-DATE (WS-REJ-IDX)
               ELSE
                   MOVE ZERO TO WS-REJ-RAISED-DATE (WS-REJ-IDX)
               END-IF
               MOVE "N" TO WS-REJ-HELD-SW (WS-REJ-IDX)
               IF FWI-REJECT-ID IS NUMERIC
                   AND FWI-REJECT-ID > ZERO
                   MOVE FWI-REJECT-ID TO WS-REJ-ID (WS-REJ-IDX)
                   MOVE ZERO TO WS-REJ-TRACE-ID (WS-REJ-IDX)
               END-IF
               MOVE ZERO TO WS-REJ-AGE (WS-REJ-IDX)
               MOVE RPT-RUN-DATE TO WS-REJ-RAISED-DATE (WS-REJ-IDX)
               MOVE "N" TO WS-REJ-HELD-SW (WS-REJ-IDX)
               MOVE WS-NEXT-REJECT-ID TO WS-REJ-ID (WS-REJ-IDX)
               ADD 1 TO WS-NEXT-REJECT-ID
               MOVE "O" TO WS-REJ-STATUS-SW (WS-REJ-IDX)
                   MOVE ZERO TO WS-REJ-TRACE-ID (WS-REJ-IDX)
               END-IF
               MOVE ZERO TO WS-REJ-AGE (WS-REJ-IDX)
               MOVE RPT-RUN-DATE TO WS-REJ-RAISED-DATE (WS-REJ-IDX)
               MOVE "N" TO WS-REJ-HELD-SW (WS-REJ-IDX)
               MOVE WS-NEXT-REJECT-ID TO WS-REJ-ID (WS-REJ-IDX)
               ADD 1 TO WS-NEXT-REJECT-ID
               MOVE "O" TO WS-REJ-STATUS-SW (WS-REJ-IDX)
           END-IF
           PERFORM 1310-READ-EDIT-DROP-REC.

      ******************************************************************
      * EVERY ACTIVE LEGAL HOLD IS LOADED (LEGHCHK) BEFORE ANYTHING
      * IS TRIMMED. IF A HOLD COULD NOT BE LOADED EVERY RECORD IS
      * TREATED AS HELD FOR THE NIGHT - NOTHING MAY GO BECAUSE ITS
      * HOLD WAS NOT LOADED.
      ******************************************************************
       1600-LOAD-LEGAL-HOLDS.
           MOVE "L" TO LHK-FUNCTION
           CALL "LEGHCHK" USING LEGAL-HOLD-PARMS
           IF LHK-PROTECT-ALL
               DISPLAY "SOMARCYC: LEGAL HOLDS NOT ALL LOADED, "
                   "NO WRITE-OFF"
               MOVE "LEGAL HOLDS NOT ALL LOADED - NO WRITE-OFF"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                               TO WS-REJ-CURRENCY (WS-REJ-IDX)
                           MOVE "R" TO WS-REJ-STATUS-SW (WS-REJ-IDX)
                           ADD 1 TO WS-REPAIR-COUNT
                           PERFORM 2070-LOG-RESOLUTION
                       WHEN CORR-IS-WRITEOFF
                           PERFORM 2080-WRITE-OFF-REJECT
                       WHEN OTHER
                           ADD 1 TO WS-BAD-CORR-COUNT
                           DISPLAY "SOMARCYC: INVALID CORRECTION "
               MOVE WS-CORR-IX TO WS-CORR-MATCH-IX
           END-IF.

      ******************************************************************
      * A REJECT UNDER LEGAL HOLD CAN NOT BE WRITTEN OFF: IT STAYS
      * OPEN, IS MARKED HELD ON THE AGING REPORT AND CARRIES FORWARD
      * UNTIL THE HOLD IS RELEASED. A REPAIR IS STILL ALLOWED - THE
      * REPAIRED PAIR POSTS AND THE ORIGINAL STAYS ON THE LOG.
      * A REJECT CARRIED FROM BEFORE THE RAISED DATE WAS KEPT GOES TO
      * LEGHCHK WITH NO DATE AND IS TAKEN AS INSIDE EVERY RANGE.
      ******************************************************************
       2080-WRITE-OFF-REJECT.
           MOVE "C" TO LHK-FUNCTION
           MOVE WS-REJ-RAISED-DATE (WS-REJ-IDX) TO LHK-REC-DATE
           MOVE WS-REJ-ORIGINATOR (WS-REJ-IDX) TO LHK-REC-ORIGINATOR
           IF WS-REJ-TRACE-ID (WS-REJ-IDX) > ZERO
               MOVE WS-REJ-TRACE-ID (WS-REJ-IDX) TO LHK-REC-TRACE-ID
           ELSE
               MOVE SPACES TO LHK-REC-TRACE-ID
           END-IF
           CALL "LEGHCHK" USING LEGAL-HOLD-PARMS
           IF LHK-COVERED
               MOVE "Y" TO WS-REJ-HELD-SW (WS-REJ-IDX)
               DISPLAY "SOMARCYC: WRITE-OFF REFUSED, LEGAL HOLD, ID "
                   CORR-REJECT-ID
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "WRITE-OFF REFUSED UNDER LEGAL HOLD, REJECT ID "
                   DELIMITED BY SIZE
                   CORR-REJECT-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           ELSE
               MOVE "W" TO WS-REJ-STATUS-SW (WS-REJ-IDX)
               ADD 1 TO WS-WRITEOFF-COUNT
               PERFORM 2070-LOG-RESOLUTION
           END-IF.

      ******************************************************************
      * THE LOG CARRIES THE REJECT AS IT WAS RAISED - ITS ORIGINATOR
      * AND REASON - WITH THE OP AND CURRENCY AS RESOLVED.
      ******************************************************************
       2070-LOG-RESOLUTION.
           MOVE SPACES TO RESOLVE-RECORD
           MOVE RPT-RUN-DATE TO RR-RUN-DATE
           MOVE WS-REJ-STATUS-SW (WS-REJ-IDX) TO RR-ACTION
           MOVE WS-REJ-ID (WS-REJ-IDX) TO RR-REJECT-ID
           MOVE WS-REJ-ORIGINATOR (WS-REJ-IDX) TO RR-ORIGINATOR
           MOVE WS-REJ-REASON-CODE (WS-REJ-IDX) TO RR-REASON-CODE
           MOVE WS-REJ-OP-CODE (WS-REJ-IDX) TO RR-OP-CODE
           MOVE WS-REJ-CURRENCY (WS-REJ-IDX) TO RR-CURRENCY-CODE
           MOVE WS-REJ-AGE (WS-REJ-IDX) TO RR-AGE
           MOVE WS-REJ-TRACE-ID (WS-REJ-IDX) TO RR-TRACE-ID
           WRITE RESOLVE-RECORD.

       3000-WRITE-REPAIR-BATCH.
           OPEN OUTPUT REPAIR-FILE
           IF WS-REPAIR-COUNT > ZERO
               MOVE WS-REJ-ORIGINATOR (WS-REJ-IDX)
                   TO FWO-ORIGINATOR
               MOVE WS-REJ-TRACE-ID (WS-REJ-IDX) TO FWO-TRACE-ID
               MOVE WS-REJ-RAISED-DATE (WS-REJ-IDX) TO FWO-RAISED-DATE
               WRITE FWDOUT-RECORD
           END-IF.

                   MOVE "REPAIRED" TO AGING-RECORD (49:8)
               WHEN WS-REJ-WRITTEN-OFF (WS-REJ-IDX)
                   MOVE "WRITEOFF" TO AGING-RECORD (49:8)
               WHEN WS-REJ-HELD (WS-REJ-IDX)
                   MOVE "OPEN-HLD" TO AGING-RECORD (49:8)
               WHEN OTHER
                   MOVE "OPEN" TO AGING-RECORD (49:4)
           END-EVALUATE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO AGING-RECORD
           END-STRING
           WRITE AGING-RECORD
           PERFORM 5200-WRITE-HOLD-LINES.

      ******************************************************************
      * WHAT EACH ACTIVE LEGAL HOLD KEPT BACK FROM THIS PURGE, AS
      * LEGHCHK LAYS IT OUT.
      ******************************************************************
       5200-WRITE-HOLD-LINES.
           MOVE "R" TO LHK-FUNCTION
           MOVE "NO WRITE-OFF" TO LHK-PROTECT-EFFECT
           SET LHK-LINE-RETURNED TO TRUE
           PERFORM 5210-WRITE-ONE-HOLD-LINE
               VARYING LHK-LINE-NO FROM 1 BY 1
               UNTIL LHK-NO-MORE-LINES.

       5210-WRITE-ONE-HOLD-LINE.
           CALL "LEGHCHK" USING LEGAL-HOLD-PARMS
           IF LHK-LINE-RETURNED
               MOVE LHK-LINE TO AGING-RECORD
               WRITE AGING-RECORD
           END-IF.

       9000-FINISH.
           MOVE SPACES TO WS-AUDIT-MESSAGE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG
           CLOSE RESOLVE-FILE
           CLOSE AUDIT-FILE.

       END PROGRAM SOMARCYC.
