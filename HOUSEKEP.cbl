      *              each file (TIMELOG, COMPLFIL, SOMAHIST or
      *              REPTRACE), where its YYMMDD date sits in the
      *              record (position zero means the records carry no
      *              date and trim wholesale unless a legal hold is
      *              active), how many days to keep,
      *              and whether trimmed records archive or drop.
      *              Records inside the window copy back over the
      *              live file, the rest go to the shared archive
      *              with the file id stamped in front or are
      *              dropped, and the report shows counts kept, moved
      *              and dropped per file - no more ad-hoc manual
      *              purges at quarter end. A record an active legal
      *              hold covers (LEGHCHK) stays in the live file
      *              however old it is; the report shows how many
      *              each file and each hold kept back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-ENTRY-DATE-N REDEFINES WS-ENTRY-DATE-X
                                   PIC 9(06).

       COPY LEGHPARM.

       01  WS-FILE-COUNTERS.
           05  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-KEPT-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ARCHIVED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-DROPPED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-TOTAL-COUNTERS.
           PERFORM 1500-DATE-TO-DAYS
           MOVE WS-ENTRY-DAYS TO WS-TODAY-DAYS
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1600-LOAD-LEGAL-HOLDS
           OPEN OUTPUT REPORT-FILE
           MOVE "OPERATIONAL FILE HOUSEKEEPING" TO REPORT-RECORD
           WRITE REPORT-RECORD
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
               DISPLAY "HOUSEKEP: LEGAL HOLDS NOT ALL LOADED, "
                   "NO RECORD TRIMMED"
               MOVE "LEGAL HOLDS NOT LOADED - NO RECORD TRIMMED"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-ARCHIVED-COUNT
           MOVE ZERO TO WS-DROPPED-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           IF RR-KEEP-DAYS IS NUMERIC
               COMPUTE WS-CUTOFF-DAYS =
                   WS-TODAY-DAYS - RR-KEEP-DAYS
      * TRACE FILE): EVERY RECORD IS OUTSIDE THE WINDOW AND TRIMS
      * WHOLESALE. A RECORD WHOSE DATE FIELD IS NOT NUMERIC IS
      * TRIMMED TOO, THE WAY THE AUDIT ARCHIVER TREATS THE OLD
      * RECORD FORMAT. AN OUT-OF-WINDOW RECORD A LEGAL HOLD COVERS
      * IS KEPT; THE GENERIC FILES CARRY NO ORIGINATOR OR TRACE ID,
      * SO THE HOLD'S DATE RANGE ALONE DECIDES. AN UNDATED RECORD
      * CAN NOT BE PROVED OUTSIDE ANY RANGE - IT GOES TO THE CHECK
      * WITH A ZERO DATE, AND ANY ACTIVE HOLD KEEPS IT.
      ******************************************************************
       2400-SPLIT-TARGET-REC.
           ADD 1 TO WS-READ-COUNT
               MOVE WS-ENTRY-DATE-N TO WS-DW-DATE
               PERFORM 1500-DATE-TO-DAYS
               IF WS-ENTRY-DAYS < WS-CUTOFF-DAYS
                   MOVE WS-ENTRY-DATE-N TO LHK-REC-DATE
                   PERFORM 2410-TRIM-UNLESS-HELD
               ELSE
                   PERFORM 2450-KEEP-RECORD
               END-IF
           ELSE
               MOVE ZERO TO LHK-REC-DATE
               PERFORM 2410-TRIM-UNLESS-HELD
           END-IF
           PERFORM 2300-READ-TARGET.

       2410-TRIM-UNLESS-HELD.
           MOVE "C" TO LHK-FUNCTION
           MOVE SPACES TO LHK-REC-ORIGINATOR
           MOVE SPACES TO LHK-REC-TRACE-ID
           CALL "LEGHCHK" USING LEGAL-HOLD-PARMS
           IF LHK-COVERED
               ADD 1 TO WS-HELD-COUNT
               PERFORM 2450-KEEP-RECORD
           ELSE
               PERFORM 2500-TRIM-RECORD
           END-IF.

       2450-KEEP-RECORD.
           ADD 1 TO WS-KEPT-COUNT
           MOVE WS-TARGET-IMAGE TO WORK-RECORD
           WRITE WORK-RECORD.

       2500-TRIM-RECORD.
           IF RR-ARCHIVES
               ADD 1 TO WS-ARCHIVED-COUNT
           MOVE "DROPPED:" TO REPORT-RECORD (58:8)
           MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO REPORT-RECORD (67:7)
           WRITE REPORT-RECORD
           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               MOVE "KEPT BY LEGAL HOLD:" TO REPORT-RECORD (12:19)
               MOVE WS-COUNT-ED TO REPORT-RECORD (33:7)
               WRITE REPORT-RECORD
           END-IF.

       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM 4100-WRITE-HOLD-LINES
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE WS-FILES-TRIMMED TO WS-COUNT-ED
           STRING "HOUSEKEEPING COMPLETE - FILES: " DELIMITED BY SIZE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

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
               MOVE LHK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       9000-FINISH.
           IF WS-RULE-FILE-STATUS = "00"
               CLOSE RULE-FILE
