      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Monthly parameter usage cross-reference, built
      *              from the attestation history and the parameter
      *              master. Every parameter - every program-id and
      *              name on PARMFILE or attested in the month - is
      *              listed in name order with its master rows, the
      *              value in effect, how often the owning program
      *              took it from the file and how often it fell back
      *              to the built-in default, value by value, and the
      *              last day it was used. A row its owner ran past
      *              without reading is an ORPHAN ROW; a name a
      *              program attested with no master row at all is NO
      *              MASTER ROW. Both go on the clean-up list. A row
      *              whose owner attested nothing in the month is NOT
      *              PROVEN rather than orphaned, since the owner did
      *              not run or does not attest. The month reported
      *              is the month before the business date unless
      *              PARMFILE names one (PARMXREF / REPMONTH, YYMM).
      *              Ends 4 when the clean-up list is not empty.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEST-FILE ASSIGN TO "ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PARMXRRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEST-FILE.
       COPY ATTESTRC.

       FD  PARM-FILE.
       COPY PARMREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ATTEST-FILE-STATUS   PIC X(02).
           05  WS-PARM-FILE-STATUS     PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YY           PIC 9(02).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY       PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-OWNER-FOUND-SW   PIC X(01) VALUE "N".
               88  WS-OWNER-FOUND             VALUE "Y".

      ******************************************************************
      * THE MONTH REPORTED, YYMM. ZERO ON THE PARAMETER FILE (OR NO
      * ENTRY AT ALL) MEANS THE MONTH BEFORE THE BUSINESS DATE.
      ******************************************************************
       01  WS-PARM-FIELDS.
           05  WS-PV-REPORT-MONTH  PIC 9(09) VALUE ZERO.
           05  WS-PV-SOURCE        PIC X(01) VALUE "D".
       01  WS-REPORT-MONTH         PIC 9(04) VALUE ZERO.
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YY        PIC 9(02).
           05  WS-REPORT-MM        PIC 9(02).
       01  WS-ATT-DATE             PIC 9(06) VALUE ZERO.
       01  WS-ATT-DATE-PARTS REDEFINES WS-ATT-DATE.
           05  WS-ATT-YYMM         PIC 9(04).
           05  WS-ATT-DD           PIC 9(02).

      ******************************************************************
      * ONE ENTRY PER PROGRAM-ID AND PARAMETER NAME, KEPT IN NAME
      * ORDER AS ENTRIES ARE ADDED. UP TO FIVE DISTINCT VALUES ARE
      * COUNTED SEPARATELY; ANY MORE ARE COUNTED TOGETHER.
      ******************************************************************
       01  WS-KEY-TABLE.
           05  WS-KEY-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-KEY-ENTRY OCCURS 300 TIMES.
               10  WS-KEY-SORT.
                   15  WS-KEY-NAME     PIC X(15).
                   15  WS-KEY-PROGRAM  PIC X(08).
               10  WS-KEY-ROWS         PIC 9(03).
               10  WS-KEY-CURRENT-SW   PIC X(01).
                   88  WS-KEY-HAS-CURRENT      VALUE "Y".
               10  WS-KEY-EFF-VALUE    PIC S9(09).
               10  WS-KEY-FILE-USES    PIC 9(05).
               10  WS-KEY-DFLT-USES    PIC 9(05).
               10  WS-KEY-LAST-USED    PIC 9(06).
               10  WS-KEY-VALUE-COUNT  PIC 9(01).
               10  WS-KEY-VALUE-ENTRY OCCURS 5 TIMES.
                   15  WS-KV-VALUE     PIC S9(09).
                   15  WS-KV-FILE      PIC 9(05).
                   15  WS-KV-DFLT      PIC 9(05).
               10  WS-KEY-OTHER-FILE   PIC 9(05).
               10  WS-KEY-OTHER-DFLT   PIC 9(05).
               10  WS-KEY-STATUS       PIC X(01).
                   88  WS-KEY-IN-USE           VALUE "U".
                   88  WS-KEY-ON-DEFAULTS      VALUE "D".
                   88  WS-KEY-NO-MASTER        VALUE "M".
                   88  WS-KEY-ORPHAN           VALUE "O".
                   88  WS-KEY-STAGED           VALUE "S".
                   88  WS-KEY-NOT-PROVEN       VALUE "N".

      ******************************************************************
      * EVERY PROGRAM THAT ATTESTED ANYTHING IN THE MONTH. A MASTER
      * ROW IS ONLY AN ORPHAN WHEN ITS OWNER IS ON THIS LIST.
      ******************************************************************
       01  WS-OWNER-TABLE.
           05  WS-OWNER-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-OWNER-ID         PIC X(08) OCCURS 100 TIMES.

       01  WS-SEARCH-SORT.
           05  WS-SEARCH-NAME      PIC X(15).
           05  WS-SEARCH-PROGRAM   PIC X(08).

       01  WS-WORK-FIELDS.
           05  WS-KEY-IX           PIC 9(03) VALUE ZERO.
           05  WS-INSERT-IX        PIC 9(03) VALUE ZERO.
           05  WS-MATCH-IX         PIC 9(03) VALUE ZERO.
           05  WS-SHIFT-IX         PIC 9(03) VALUE ZERO.
           05  WS-OWNER-IX         PIC 9(03) VALUE ZERO.
           05  WS-VAL-IX           PIC 9(01) VALUE ZERO.
           05  WS-VAL-MATCH-IX     PIC 9(01) VALUE ZERO.
           05  WS-CLEANUP-SW       PIC X(01) VALUE "N".
               88  WS-CLEANUP-PASS            VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-MONTH-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-ROW-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-MASTER-KEYS      PIC 9(05) VALUE ZERO.
           05  WS-IN-USE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-DEFAULTS-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-STAGED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-NOT-PROVEN-COUNT PIC 9(05) VALUE ZERO.
           05  WS-ORPHAN-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-NO-MASTER-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-DROPPED-COUNT    PIC 9(05) VALUE ZERO.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(18) VALUE "  PARAMETER".
           05  FILLER              PIC X(09) VALUE "PROGRAM".
           05  FILLER              PIC X(06) VALUE " ROWS".
           05  FILLER              PIC X(12) VALUE " IN EFFECT".
           05  FILLER              PIC X(08) VALUE " FILE".
           05  FILLER              PIC X(07) VALUE " DFLT".
           05  FILLER              PIC X(10) VALUE "LAST USED".
           05  FILLER              PIC X(30) VALUE "STATUS".

       01  WS-XREF-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-NAME          PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-XL-PROGRAM       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-ROWS          PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-IN-EFFECT     PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-FILE          PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-XL-DFLT          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-LAST-USED     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-STATUS        PIC X(20).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-VALUE-LINE.
           05  FILLER              PIC X(28) VALUE SPACES.
           05  WS-VL-LABEL         PIC X(06).
           05  WS-VL-VALUE         PIC -(8)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-VL-FILE          PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-VL-DFLT          PIC ZZZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-VALUE-ED         PIC -(9)9.
           05  WS-DATE-ED          PIC 99/99/99.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-COUNT-ED2        PIC ZZZZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-ATTESTATIONS
           PERFORM 3000-CLASSIFY-KEYS
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-WRITE-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           PERFORM 1100-LOAD-MASTER
           PERFORM 1790-WRITE-ATTESTATION
           PERFORM 1200-SET-REPORT-MONTH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "PARAMETER USAGE CROSS-REFERENCE FOR MONTH "
                   DELIMITED BY SIZE
               WS-REPORT-YY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-REPORT-MM DELIMITED BY SIZE
               "     RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * THE PROCESSING DATE COMES FROM THE BUSINESS-DATE CONTROL
      * FILE, SO A POST-MIDNIGHT RERUN STILL RUNS UNDER THE CORRECT
      * BUSINESS DAY; THE SYSTEM DATE IS ONLY THE FALLBACK WHEN THE
      * CONTROL FILE IS NOT THERE.
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

      ******************************************************************
      * EVERY MASTER ROW COUNTS TOWARD ITS KEY, FUTURE-DATED OR NOT;
      * THE VALUE IN EFFECT FOLLOWS THE SAME EFFECTIVE-DATE RULE AS
      * EVERY NIGHTLY READER - THE LAST QUALIFYING ROW FOR A KEY.
      ******************************************************************
       1100-LOAD-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1110-READ-PARM-REC
               PERFORM 1120-LOAD-MASTER-ROW UNTIL WS-EOF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "PARMXREF: PARMFILE COULD NOT BE OPENED, "
                   "EVERY ATTESTED NAME WILL SHOW NO MASTER ROW"
               MOVE "PARMFILE UNREADABLE, MASTER TREATED AS EMPTY"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1110-READ-PARM-REC.
           READ PARM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1120-LOAD-MASTER-ROW.
           IF (PARM-EFF-DATE IS NOT NUMERIC
               OR PARM-EFF-DATE <= WS-RUN-DATE)
               AND PARM-PROGRAM-ID = "PARMXREF"
               AND PARM-NAME = "REPMONTH"
               AND PARM-VALUE IS NUMERIC
               AND PARM-VALUE NOT < ZERO
               MOVE PARM-VALUE TO WS-PV-REPORT-MONTH
               MOVE "P" TO WS-PV-SOURCE
           END-IF
           IF PARM-PROGRAM-ID NOT = SPACES
               AND PARM-NAME NOT = SPACES
               MOVE PARM-NAME TO WS-SEARCH-NAME
               MOVE PARM-PROGRAM-ID TO WS-SEARCH-PROGRAM
               PERFORM 1500-FIND-OR-ADD-KEY
               IF WS-MATCH-IX > ZERO
                   ADD 1 TO WS-KEY-ROWS (WS-MATCH-IX)
                   ADD 1 TO WS-ROW-COUNT
                   IF PARM-EFF-DATE IS NOT NUMERIC
                       OR PARM-EFF-DATE <= WS-RUN-DATE
                       MOVE "Y" TO WS-KEY-CURRENT-SW (WS-MATCH-IX)
                       MOVE PARM-VALUE
                           TO WS-KEY-EFF-VALUE (WS-MATCH-IX)
                   END-IF
               END-IF
           END-IF
           PERFORM 1110-READ-PARM-REC.

      ******************************************************************
      * A NAMED MONTH MUST BE A REAL YYMM; ANYTHING ELSE FALLS BACK
      * TO THE MONTH BEFORE THE BUSINESS DATE, WITH A WARNING.
      ******************************************************************
       1200-SET-REPORT-MONTH.
           IF WS-PV-REPORT-MONTH NOT = ZERO
               IF WS-PV-REPORT-MONTH < 10000
                   MOVE WS-PV-REPORT-MONTH TO WS-REPORT-MONTH
               END-IF
               IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                   DISPLAY "PARMXREF: REPMONTH " WS-PV-REPORT-MONTH
                       " IS NOT A YYMM, PRIOR MONTH REPORTED"
                   MOVE "REPMONTH IS NOT A YYMM, PRIOR MONTH REPORTED"
                       TO WS-AUDIT-MESSAGE
                   MOVE "W" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 4 TO WS-RUN-RC
                   MOVE ZERO TO WS-REPORT-MONTH
               END-IF
           END-IF
           IF WS-REPORT-MONTH = ZERO
               MOVE WS-RUN-YY TO WS-REPORT-YY
               MOVE WS-RUN-MM TO WS-REPORT-MM
               IF WS-REPORT-MM > 1
                   SUBTRACT 1 FROM WS-REPORT-MM
               ELSE
                   MOVE 12 TO WS-REPORT-MM
                   IF WS-REPORT-YY > ZERO
                       SUBTRACT 1 FROM WS-REPORT-YY
                   ELSE
                       MOVE 99 TO WS-REPORT-YY
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LOOK UP THE KEY IN WS-SEARCH-SORT, ADDING IT IN NAME ORDER
      * WHEN IT IS NEW. WS-MATCH-IX COMES BACK ZERO ONLY WHEN THE
      * TABLE IS FULL.
      ******************************************************************
       1500-FIND-OR-ADD-KEY.
           MOVE ZERO TO WS-MATCH-IX
           MOVE ZERO TO WS-INSERT-IX
           PERFORM 1510-CHECK-KEY-POSITION
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
                   OR WS-INSERT-IX > ZERO
           IF WS-INSERT-IX = ZERO
               COMPUTE WS-INSERT-IX = WS-KEY-COUNT + 1
           END-IF
           IF WS-INSERT-IX NOT > WS-KEY-COUNT
               AND WS-KEY-SORT (WS-INSERT-IX) = WS-SEARCH-SORT
               MOVE WS-INSERT-IX TO WS-MATCH-IX
           ELSE
               IF WS-KEY-COUNT < 300
                   PERFORM 1520-SHIFT-KEY-UP
                       VARYING WS-SHIFT-IX FROM WS-KEY-COUNT BY -1
                       UNTIL WS-SHIFT-IX < WS-INSERT-IX
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-INSERT-IX TO WS-MATCH-IX
                   PERFORM 1530-CLEAR-KEY-ENTRY
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
                   DISPLAY "PARMXREF: KEY TABLE FULL, "
                       WS-SEARCH-PROGRAM " " WS-SEARCH-NAME
                       " DROPPED"
               END-IF
           END-IF.

       1510-CHECK-KEY-POSITION.
           IF WS-KEY-SORT (WS-KEY-IX) NOT < WS-SEARCH-SORT
               MOVE WS-KEY-IX TO WS-INSERT-IX
           END-IF.

       1520-SHIFT-KEY-UP.
           MOVE WS-KEY-ENTRY (WS-SHIFT-IX)
               TO WS-KEY-ENTRY (WS-SHIFT-IX + 1).

       1530-CLEAR-KEY-ENTRY.
           MOVE SPACES TO WS-KEY-ENTRY (WS-MATCH-IX)
           MOVE WS-SEARCH-SORT TO WS-KEY-SORT (WS-MATCH-IX)
           MOVE ZERO TO WS-KEY-ROWS (WS-MATCH-IX)
           MOVE "N" TO WS-KEY-CURRENT-SW (WS-MATCH-IX)
           MOVE ZERO TO WS-KEY-EFF-VALUE (WS-MATCH-IX)
           MOVE ZERO TO WS-KEY-FILE-USES (WS-MATCH-IX)
           MOVE ZERO TO WS-KEY-DFLT-USES (WS-MATCH-IX)
           MOVE ZERO TO WS-KEY-LAST-USED (WS-MATCH-IX)
           MOVE ZERO TO WS-KEY-VALUE-COUNT (WS-MATCH-IX)
           MOVE ZERO TO WS-KEY-OTHER-FILE (WS-MATCH-IX)
           MOVE ZERO TO WS-KEY-OTHER-DFLT (WS-MATCH-IX).

      ******************************************************************
      * ATTEST THE CONTROL VALUE THIS RUN WILL ACTUALLY USE AND
      * WHERE IT CAME FROM - PARAMETER FILE OR BUILT-IN DEFAULT -
      * SO A QUIET FALLBACK AFTER AN UNREADABLE PARMFILE SHOWS UP ON
      * THE MORNING COMPARATOR INSTEAD OF IN ODD-LOOKING RESULTS.
      ******************************************************************
       1790-WRITE-ATTESTATION.
           OPEN EXTEND ATTEST-FILE
           IF WS-ATTEST-FILE-STATUS NOT = "00"
               OPEN OUTPUT ATTEST-FILE
           END-IF
           MOVE SPACES TO ATTEST-RECORD
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE "PARMXREF" TO ATT-PROGRAM-ID
           MOVE "REPMONTH" TO ATT-PARM-NAME
           MOVE WS-PV-REPORT-MONTH TO ATT-VALUE-USED
           MOVE WS-PV-SOURCE TO ATT-SOURCE
           WRITE ATTEST-RECORD
           CLOSE ATTEST-FILE.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PARMXREF" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * EVERY ATTESTATION DATED IN THE REPORT MONTH IS ONE USE OF ITS
      * KEY, FROM THE FILE (P) OR FROM THE BUILT-IN DEFAULT.
      ******************************************************************
       2000-READ-ATTESTATIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ATTEST-FILE
           IF WS-ATTEST-FILE-STATUS = "00"
               PERFORM 2010-READ-ATTEST
               PERFORM 2020-TAKE-ATTESTATION UNTIL WS-EOF
               CLOSE ATTEST-FILE
           ELSE
               DISPLAY "PARMXREF: ATTESTATION HISTORY COULD NOT BE "
                   "OPENED, NO USAGE REPORTED"
               MOVE "ATTEST UNREADABLE, NO USAGE REPORTED"
                   TO WS-AUDIT-MESSAGE
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2010-READ-ATTEST.
           READ ATTEST-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

       2020-TAKE-ATTESTATION.
           IF ATT-RUN-DATE IS NUMERIC
               MOVE ATT-RUN-DATE TO WS-ATT-DATE
               IF WS-ATT-YYMM = WS-REPORT-MONTH
                   AND ATT-PROGRAM-ID NOT = SPACES
                   AND ATT-PARM-NAME NOT = SPACES
                   ADD 1 TO WS-MONTH-COUNT
                   PERFORM 2100-NOTE-OWNER
                   MOVE ATT-PARM-NAME TO WS-SEARCH-NAME
                   MOVE ATT-PROGRAM-ID TO WS-SEARCH-PROGRAM
                   PERFORM 1500-FIND-OR-ADD-KEY
                   IF WS-MATCH-IX > ZERO
                       PERFORM 2200-COUNT-USE
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-ATTEST.

       2100-NOTE-OWNER.
           MOVE "N" TO WS-OWNER-FOUND-SW
           PERFORM 2110-CHECK-OWNER
               VARYING WS-OWNER-IX FROM 1 BY 1
               UNTIL WS-OWNER-IX > WS-OWNER-COUNT
                   OR WS-OWNER-FOUND
           IF NOT WS-OWNER-FOUND
               AND WS-OWNER-COUNT < 100
               ADD 1 TO WS-OWNER-COUNT
               MOVE ATT-PROGRAM-ID TO WS-OWNER-ID (WS-OWNER-COUNT)
           END-IF.

       2110-CHECK-OWNER.
           IF WS-OWNER-ID (WS-OWNER-IX) = ATT-PROGRAM-ID
               SET WS-OWNER-FOUND TO TRUE
           END-IF.

       2200-COUNT-USE.
           IF WS-ATT-DATE > WS-KEY-LAST-USED (WS-MATCH-IX)
               MOVE WS-ATT-DATE TO WS-KEY-LAST-USED (WS-MATCH-IX)
           END-IF
           MOVE ZERO TO WS-VAL-MATCH-IX
           IF ATT-VALUE-USED IS NUMERIC
               PERFORM 2210-MATCH-VALUE
                   VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-KEY-VALUE-COUNT (WS-MATCH-IX)
                       OR WS-VAL-MATCH-IX > ZERO
               IF WS-VAL-MATCH-IX = ZERO
                   AND WS-KEY-VALUE-COUNT (WS-MATCH-IX) < 5
                   ADD 1 TO WS-KEY-VALUE-COUNT (WS-MATCH-IX)
                   MOVE WS-KEY-VALUE-COUNT (WS-MATCH-IX)
                       TO WS-VAL-MATCH-IX
                   MOVE ATT-VALUE-USED
                       TO WS-KV-VALUE (WS-MATCH-IX, WS-VAL-MATCH-IX)
                   MOVE ZERO
                       TO WS-KV-FILE (WS-MATCH-IX, WS-VAL-MATCH-IX)
                   MOVE ZERO
                       TO WS-KV-DFLT (WS-MATCH-IX, WS-VAL-MATCH-IX)
               END-IF
           END-IF
           IF ATT-FROM-PARM-FILE
               ADD 1 TO WS-KEY-FILE-USES (WS-MATCH-IX)
               IF WS-VAL-MATCH-IX > ZERO
                   ADD 1 TO WS-KV-FILE (WS-MATCH-IX, WS-VAL-MATCH-IX)
               ELSE
                   ADD 1 TO WS-KEY-OTHER-FILE (WS-MATCH-IX)
               END-IF
           ELSE
               ADD 1 TO WS-KEY-DFLT-USES (WS-MATCH-IX)
               IF WS-VAL-MATCH-IX > ZERO
                   ADD 1 TO WS-KV-DFLT (WS-MATCH-IX, WS-VAL-MATCH-IX)
               ELSE
                   ADD 1 TO WS-KEY-OTHER-DFLT (WS-MATCH-IX)
               END-IF
           END-IF.

       2210-MATCH-VALUE.
           IF WS-KV-VALUE (WS-MATCH-IX, WS-VAL-IX) = ATT-VALUE-USED
               MOVE WS-VAL-IX TO WS-VAL-MATCH-IX
           END-IF.

      ******************************************************************
      * A KEY WITH NO MASTER ROW WAS ATTESTED, SO IT RAN ON A DEFAULT.
      * AN UNUSED ROW IS STAGED WHEN ONLY FUTURE-DATED, AN ORPHAN WHEN
      * ITS OWNER RAN IN THE MONTH WITHOUT READING IT, AND NOT PROVEN
      * WHEN ITS OWNER ATTESTED NOTHING AT ALL.
      ******************************************************************
       3000-CLASSIFY-KEYS.
           MOVE WS-KEY-PROGRAM (WS-KEY-IX) TO WS-SEARCH-PROGRAM
           MOVE "N" TO WS-OWNER-FOUND-SW
           PERFORM 3010-CHECK-KEY-OWNER
               VARYING WS-OWNER-IX FROM 1 BY 1
               UNTIL WS-OWNER-IX > WS-OWNER-COUNT
                   OR WS-OWNER-FOUND
           IF WS-KEY-ROWS (WS-KEY-IX) > ZERO
               ADD 1 TO WS-MASTER-KEYS
           END-IF
           EVALUATE TRUE
               WHEN WS-KEY-ROWS (WS-KEY-IX) = ZERO
                   MOVE "M" TO WS-KEY-STATUS (WS-KEY-IX)
                   ADD 1 TO WS-NO-MASTER-COUNT
               WHEN WS-KEY-FILE-USES (WS-KEY-IX) > ZERO
                   MOVE "U" TO WS-KEY-STATUS (WS-KEY-IX)
                   ADD 1 TO WS-IN-USE-COUNT
               WHEN WS-KEY-DFLT-USES (WS-KEY-IX) > ZERO
                   MOVE "D" TO WS-KEY-STATUS (WS-KEY-IX)
                   ADD 1 TO WS-DEFAULTS-COUNT
               WHEN NOT WS-KEY-HAS-CURRENT (WS-KEY-IX)
                   MOVE "S" TO WS-KEY-STATUS (WS-KEY-IX)
                   ADD 1 TO WS-STAGED-COUNT
               WHEN WS-OWNER-FOUND
                   MOVE "O" TO WS-KEY-STATUS (WS-KEY-IX)
                   ADD 1 TO WS-ORPHAN-COUNT
               WHEN OTHER
                   MOVE "N" TO WS-KEY-STATUS (WS-KEY-IX)
                   ADD 1 TO WS-NOT-PROVEN-COUNT
           END-EVALUATE.

       3010-CHECK-KEY-OWNER.
           IF WS-OWNER-ID (WS-OWNER-IX) = WS-SEARCH-PROGRAM
               SET WS-OWNER-FOUND TO TRUE
           END-IF.

       4000-WRITE-REPORT.
           MOVE WS-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO WS-CLEANUP-SW
           PERFORM 4100-WRITE-KEY
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
           IF WS-KEY-COUNT = ZERO
               MOVE "  NO PARAMETERS ON THE MASTER OR ATTESTED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CLEAN-UP LIST - ORPHAN ROWS, NAMES WITH NO MASTER ROW"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           SET WS-CLEANUP-PASS TO TRUE
           PERFORM 4100-WRITE-KEY
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
           IF WS-ORPHAN-COUNT = ZERO
               AND WS-NO-MASTER-COUNT = ZERO
               MOVE "  NOTHING TO CLEAN UP" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       4100-WRITE-KEY.
           IF NOT WS-CLEANUP-PASS
               OR WS-KEY-ORPHAN (WS-KEY-IX)
               OR WS-KEY-NO-MASTER (WS-KEY-IX)
               MOVE WS-KEY-NAME (WS-KEY-IX) TO WS-XL-NAME
               MOVE WS-KEY-PROGRAM (WS-KEY-IX) TO WS-XL-PROGRAM
               MOVE WS-KEY-ROWS (WS-KEY-IX) TO WS-XL-ROWS
               EVALUATE TRUE
                   WHEN WS-KEY-ROWS (WS-KEY-IX) = ZERO
                       MOVE "    NO ROW" TO WS-XL-IN-EFFECT
                   WHEN WS-KEY-HAS-CURRENT (WS-KEY-IX)
                       MOVE WS-KEY-EFF-VALUE (WS-KEY-IX) TO WS-VALUE-ED
                       MOVE WS-VALUE-ED TO WS-XL-IN-EFFECT
                   WHEN OTHER
                       MOVE "    FUTURE" TO WS-XL-IN-EFFECT
               END-EVALUATE
               MOVE WS-KEY-FILE-USES (WS-KEY-IX) TO WS-XL-FILE
               MOVE WS-KEY-DFLT-USES (WS-KEY-IX) TO WS-XL-DFLT
               IF WS-KEY-LAST-USED (WS-KEY-IX) = ZERO
                   MOVE SPACES TO WS-XL-LAST-USED
               ELSE
                   MOVE WS-KEY-LAST-USED (WS-KEY-IX) TO WS-DATE-ED
                   MOVE WS-DATE-ED TO WS-XL-LAST-USED
               END-IF
               EVALUATE TRUE
                   WHEN WS-KEY-IN-USE (WS-KEY-IX)
                       MOVE "IN USE" TO WS-XL-STATUS
                   WHEN WS-KEY-ON-DEFAULTS (WS-KEY-IX)
                       MOVE "RAN ON DEFAULTS" TO WS-XL-STATUS
                   WHEN WS-KEY-NO-MASTER (WS-KEY-IX)
                       MOVE "*** NO MASTER ROW" TO WS-XL-STATUS
                   WHEN WS-KEY-ORPHAN (WS-KEY-IX)
                       MOVE "*** ORPHAN ROW" TO WS-XL-STATUS
                   WHEN WS-KEY-STAGED (WS-KEY-IX)
                       MOVE "STAGED" TO WS-XL-STATUS
                   WHEN OTHER
                       MOVE "NOT PROVEN" TO WS-XL-STATUS
               END-EVALUATE
               MOVE WS-XREF-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF NOT WS-CLEANUP-PASS
                   PERFORM 4110-WRITE-VALUE
                       VARYING WS-VAL-IX FROM 1 BY 1
                       UNTIL WS-VAL-IX > WS-KEY-VALUE-COUNT (WS-KEY-IX)
                   IF WS-KEY-OTHER-FILE (WS-KEY-IX) > ZERO
                       OR WS-KEY-OTHER-DFLT (WS-KEY-IX) > ZERO
                       MOVE "OTHERS" TO WS-VL-LABEL
                       MOVE ZERO TO WS-VL-VALUE
                       MOVE WS-KEY-OTHER-FILE (WS-KEY-IX) TO WS-VL-FILE
                       MOVE WS-KEY-OTHER-DFLT (WS-KEY-IX) TO WS-VL-DFLT
                       MOVE WS-VALUE-LINE TO REPORT-RECORD
                       MOVE SPACES TO REPORT-RECORD (35:9)
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-IF.

       4110-WRITE-VALUE.
           MOVE "VALUE" TO WS-VL-LABEL
           MOVE WS-KV-VALUE (WS-KEY-IX, WS-VAL-IX) TO WS-VL-VALUE
           MOVE WS-KV-FILE (WS-KEY-IX, WS-VAL-IX) TO WS-VL-FILE
           MOVE WS-KV-DFLT (WS-KEY-IX, WS-VAL-IX) TO WS-VL-DFLT
           MOVE WS-VALUE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MONTH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ATTESTATIONS IN MONTH : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ROW-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ROWS ON MASTER        : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-MASTER-KEYS TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "PARAMETERS ON MASTER  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-IN-USE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  IN USE              : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DEFAULTS-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  RAN ON DEFAULTS     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-STAGED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  STAGED              : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NOT-PROVEN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  NOT PROVEN          : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  ORPHAN ROWS         : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NO-MASTER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NAMES WITH NO MASTER  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-DROPPED-COUNT > ZERO
               MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "KEYS DROPPED, FULL    : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "NOT PROVEN - THE OWNING PROGRAM ATTESTED NOTHING IN"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  THE MONTH: IT DID NOT RUN, OR IT DOES NOT ATTEST."
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RAN ON DEFAULTS - THE ROW EXISTS BUT EVERY USE TOOK"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  THE BUILT-IN DEFAULT. STAGED - FUTURE ROWS ONLY."
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-ORPHAN-COUNT > ZERO
               OR WS-NO-MASTER-COUNT > ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-ED
           MOVE WS-NO-MASTER-COUNT TO WS-COUNT-ED2
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "PARAMETER XREF " DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               ": ORPHANS " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               ", NO MASTER " DELIMITED BY SIZE
               WS-COUNT-ED2 DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           IF WS-ORPHAN-COUNT > ZERO
               OR WS-NO-MASTER-COUNT > ZERO
               MOVE "W" TO WS-AUDIT-SEVERITY
           END-IF
           PERFORM 1900-WRITE-AUDIT-LOG.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "PARMXREF: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "PARMXREF" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-READ-COUNT TO COMPL-RECORDS-PROC
           MOVE ZERO TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM PARMXREF.
