      *              The retention days come from the shared parameter
      *              file so operations can tune the window without a
      *              code change. Entries with no run date (the old
      *              record format) archive unless a legal hold is
      *              active. An entry an active legal hold covers
      *              (LEGHCHK) stays on the live log however old it
      *              is, and the summary shows how many each hold
      *              kept back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  WS-DW-MM        PIC 9(02).
               10  WS-DW-DD        PIC 9(02).

       COPY LEGHPARM.

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ARCHIVED-COUNT   PIC 9(07) VALUE ZERO.
           PERFORM 1100-READ-PARM
           COMPUTE WS-CUTOFF-DAYS =
               WS-TODAY-DAYS - WS-RETENTION-DAYS
           PERFORM 1600-LOAD-LEGAL-HOLDS
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT WORK-FILE
           MOVE "N" TO WS-EOF-SW
           COMPUTE WS-ENTRY-DAYS =
               WS-DW-YY * 372 + WS-DW-MM * 31 + WS-DW-DD.

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
               DISPLAY "AUDITARC: LEGAL HOLDS NOT ALL LOADED, "
                   "NO RECORD TRIMMED"
           END-IF.

      ******************************************************************
      * AN ENTRY PAST THE WINDOW ARCHIVES UNLESS A LEGAL HOLD COVERS
      * IT. AUDIT ENTRIES CARRY NO ORIGINATOR OR TRACE ID, SO THE
      * HOLD'S DATE RANGE ALONE DECIDES. AN ENTRY IN THE OLD FORMAT,
      * WITH NO READABLE RUN DATE, CAN NOT BE PROVED OUTSIDE ANY
      * RANGE - IT GOES TO THE CHECK WITH A ZERO DATE, AND ANY ACTIVE
      * HOLD KEEPS IT.
      ******************************************************************
       2000-SPLIT-ENTRY.
           ADD 1 TO WS-READ-COUNT
           IF AUDIT-RUN-DATE IS NUMERIC
               MOVE AUDIT-RUN-DATE TO WS-DW-DATE
               PERFORM 1500-DATE-TO-DAYS
               IF WS-ENTRY-DAYS < WS-CUTOFF-DAYS
                   MOVE AUDIT-RUN-DATE TO LHK-REC-DATE
                   PERFORM 2010-ARCHIVE-UNLESS-HELD
               ELSE
                   PERFORM 2300-KEEP-ENTRY
               END-IF
           ELSE
               MOVE ZERO TO LHK-REC-DATE
               PERFORM 2010-ARCHIVE-UNLESS-HELD
           END-IF
           PERFORM 2100-READ-AUDIT-REC.

       2010-ARCHIVE-UNLESS-HELD.
           MOVE "C" TO LHK-FUNCTION
           MOVE SPACES TO LHK-REC-ORIGINATOR
           MOVE SPACES TO LHK-REC-TRACE-ID
           CALL "LEGHCHK" USING LEGAL-HOLD-PARMS
           IF LHK-COVERED
               PERFORM 2300-KEEP-ENTRY
           ELSE
               PERFORM 2200-ARCHIVE-ENTRY
           END-IF.

       2100-READ-AUDIT-REC.
           READ AUDIT-FILE
               AT END SET WS-EOF TO TRUE
               INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           PERFORM 4100-WRITE-HOLD-LINES
           CLOSE SUMMARY-FILE.

      ******************************************************************
      * WHAT EACH ACTIVE LEGAL HOLD KEPT BACK FROM THIS PURGE, AS
      * LEGHCHK LAYS IT OUT.
      ******************************************************************
       4100-WRITE-HOLD-LINES.
           MOVE "R" TO LHK-FUNCTION
           MOVE "NO RECORD TRIMMED" TO LHK-PROTECT-EFFECT
           SET LHK-LINE-RETURNED TO TRUE
           PERFORM 4110-WRITE-ONE-HOLD-LINE
               VARYING LHK-LINE-NO FROM 1 BY 1
               UNTIL LHK-NO-MORE-LINES.

       4110-WRITE-ONE-HOLD-LINE.
           CALL "LEGHCHK" USING LEGAL-HOLD-PARMS
           IF LHK-LINE-RETURNED
               MOVE LHK-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF.

       END PROGRAM AUDITARC.
