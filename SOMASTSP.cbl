      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Split the night's SOMASTMF statement file into
      *              one dataset per originator. SOMASTMT writes every
      *              originator's statement to the one generation,
      *              each section opening with an ORIGINATOR,<code>
      *              header row; this program reads the generation
      *              through, notes where each section starts and how
      *              many rows it carries, and submits (SOMASTJB, the
      *              internal reader) a job that copies each section
      *              with IDCAMS REPRO SKIP/COUNT to its own dataset,
      *              <prefix>.<originator>.D<business date>. The
      *              prefix - also the statement GDG base the split
      *              job reads - comes from the SOMASTSC card. The
      *              job first deletes tonight's datasets, so a rerun
      *              replaces them. An originator code that cannot be
      *              a dataset qualifier (the unassigned ??? section)
      *              is left on SOMASTMF only, listed on the report
      *              and ends the run with a warning. A missing or
      *              malformed SOMASTMF or prefix card submits nothing
      *              and ends the run RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMASTSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "SOMASTMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "SOMASTSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT JOB-FILE ASSIGN TO "SOMASTJB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SOMASPRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETION-FILE ASSIGN TO "COMPLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05  ST-ROW-TAG          PIC X(11).
               88  ST-ORIGINATOR-ROW      VALUE "ORIGINATOR,".
           05  ST-ORIGINATOR-CODE  PIC X(03).
           05  FILLER              PIC X(146).

       FD  CARD-FILE.
       01  CARD-RECORD.
           05  SC-DSN-PREFIX       PIC X(44).
           05  FILLER              PIC X(36).

       FD  JOB-FILE.
       01  JOB-RECORD              PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  COMPLETION-FILE.
       COPY COMPLREC.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
       01  WS-FILE-STATUSES.
           05  WS-STMT-FILE-STATUS     PIC X(02).
           05  WS-CARD-FILE-STATUS     PIC X(02).
           05  WS-JOB-FILE-STATUS      PIC X(02).
           05  WS-COMPL-FILE-STATUS    PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY        PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".

      ******************************************************************
      * ONE ENTRY PER STATEMENT SECTION: THE ORIGINATOR, THE ROWS
      * AHEAD OF ITS HEADER ROW (THE REPRO SKIP) AND THE ROWS IT
      * CARRIES (THE REPRO COUNT).
      ******************************************************************
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-SPLIT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-SPLIT-IDX.
               10  WS-SPLIT-ORIG   PIC X(03).
               10  WS-SPLIT-SKIP   PIC 9(07).
               10  WS-SPLIT-ROWS   PIC 9(07).
               10  WS-SPLIT-OK-SW  PIC X(01).
                   88  WS-SPLIT-OK            VALUE "Y".

       01  WS-QUALIFIER-CHECK.
           05  WS-QUAL-1           PIC X(01).
           05  WS-QUAL-2           PIC X(01).
           05  WS-QUAL-3           PIC X(01).

       01  WS-DSN-FIELDS.
           05  WS-DSN-PREFIX       PIC X(44) VALUE SPACES.
           05  WS-PREFIX-LEN       PIC 9(03) COMP VALUE ZERO.
           05  WS-TARGET-DSN       PIC X(44).
           05  WS-STEP-NO          PIC 9(03).
           05  WS-SKIP-ED          PIC 9(07).
           05  WS-ROWS-ED          PIC 9(07).

       01  WS-COUNTERS.
           05  WS-REC-NO           PIC 9(07) VALUE ZERO.
           05  WS-SPLIT-OK-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-NOT-SPLIT-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-COUNT-ED         PIC ZZZZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-RC < 8
               PERFORM 2000-SCAN-STATEMENTS
           END-IF
           IF WS-RUN-RC < 8
               AND WS-SPLIT-OK-COUNT > ZERO
               PERFORM 3000-SUBMIT-SPLIT-JOB
           END-IF
           PERFORM 4000-WRITE-REPORT-TOTALS
           PERFORM 9000-FINISH
           PERFORM 9100-WRITE-COMPLETION
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "ORIGINATOR STATEMENT SPLIT - RUN DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1100-READ-PREFIX-CARD
           IF WS-RUN-RC < 8
               MOVE "ORG     SKIP     ROWS  DATASET" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

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
      * THE PREFIX CARD NAMES THE STATEMENT GDG BASE. IT MUST LEAVE
      * ROOM FOR .<ORIGINATOR>.D<DATE> INSIDE A 44-BYTE DATASET NAME.
      ******************************************************************
       1100-READ-PREFIX-CARD.
           OPEN INPUT CARD-FILE
           IF WS-CARD-FILE-STATUS = "00"
               READ CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SC-DSN-PREFIX TO WS-DSN-PREFIX
               END-READ
               CLOSE CARD-FILE
           END-IF
           MOVE ZERO TO WS-PREFIX-LEN
           INSPECT WS-DSN-PREFIX TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PREFIX-LEN = ZERO
               OR WS-PREFIX-LEN > 32
               MOVE "SOMASTSC PREFIX CARD MISSING OR TOO LONG"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
               MOVE "*** NO USABLE SOMASTSC PREFIX - NOTHING SPLIT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SOMASTSP" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * READ SOMASTMF THROUGH. EVERY ROW BELONGS TO THE SECTION OF THE
      * LAST ORIGINATOR HEADER ROW; A ROW AHEAD OF THE FIRST HEADER
      * MEANS THE FILE IS NOT A STATEMENT FILE AND NOTHING IS SPLIT.
      ******************************************************************
       2000-SCAN-STATEMENTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-FILE-STATUS = "00"
               PERFORM 2010-READ-STATEMENT
               PERFORM 2100-NOTE-STATEMENT-ROW
                   UNTIL WS-EOF OR WS-RUN-RC = 8
               CLOSE STATEMENT-FILE
           ELSE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "CANNOT OPEN SOMASTMF, STATUS " DELIMITED BY SIZE
                   WS-STMT-FILE-STATUS DELIMITED BY SIZE
                   ", NOTHING SPLIT" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
               MOVE "*** SOMASTMF CANNOT BE OPENED - NOTHING SPLIT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE "N" TO WS-EOF-SW
           IF WS-RUN-RC < 8
               PERFORM 2200-REPORT-SECTION
                   VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
           END-IF.

       2010-READ-STATEMENT.
           READ STATEMENT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-REC-NO
           END-READ.

       2100-NOTE-STATEMENT-ROW.
           IF ST-ORIGINATOR-ROW
               PERFORM 2110-START-SECTION
           ELSE
               IF WS-SPLIT-COUNT = ZERO
                   MOVE "SOMASTMF DOES NOT OPEN WITH AN ORIGINATOR ROW"
                       TO WS-AUDIT-MESSAGE
                   MOVE "E" TO WS-AUDIT-SEVERITY
                   PERFORM 1900-WRITE-AUDIT-LOG
                   MOVE 8 TO WS-RUN-RC
                   MOVE "*** SOMASTMF HAS NO ORIGINATOR ROW"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   ADD 1 TO WS-SPLIT-ROWS (WS-SPLIT-IDX)
               END-IF
           END-IF
           IF WS-RUN-RC < 8
               PERFORM 2010-READ-STATEMENT
           END-IF.

       2110-START-SECTION.
           IF WS-SPLIT-COUNT < 100
               ADD 1 TO WS-SPLIT-COUNT
               SET WS-SPLIT-IDX TO WS-SPLIT-COUNT
               MOVE ST-ORIGINATOR-CODE TO WS-SPLIT-ORIG (WS-SPLIT-IDX)
               COMPUTE WS-SPLIT-SKIP (WS-SPLIT-IDX) = WS-REC-NO - 1
               MOVE 1 TO WS-SPLIT-ROWS (WS-SPLIT-IDX)
               PERFORM 2120-CHECK-QUALIFIER
           ELSE
               MOVE "MORE THAN 100 STATEMENTS ON SOMASTMF"
                   TO WS-AUDIT-MESSAGE
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
               MOVE "*** STATEMENT TABLE FULL - NOTHING SPLIT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
      * THE ORIGINATOR CODE BECOMES A DATASET-NAME QUALIFIER: A
      * LETTER, THEN LETTERS OR DIGITS.
      ******************************************************************
       2120-CHECK-QUALIFIER.
           MOVE WS-SPLIT-ORIG (WS-SPLIT-IDX) TO WS-QUALIFIER-CHECK
           MOVE "Y" TO WS-SPLIT-OK-SW (WS-SPLIT-IDX)
           IF WS-QUAL-1 IS NOT ALPHABETIC-UPPER
               OR WS-QUAL-1 = SPACE
               MOVE "N" TO WS-SPLIT-OK-SW (WS-SPLIT-IDX)
           END-IF
           IF WS-QUAL-2 IS NOT ALPHABETIC-UPPER
               AND WS-QUAL-2 IS NOT NUMERIC
               MOVE "N" TO WS-SPLIT-OK-SW (WS-SPLIT-IDX)
           END-IF
           IF WS-QUAL-3 IS NOT ALPHABETIC-UPPER
               AND WS-QUAL-3 IS NOT NUMERIC
               MOVE "N" TO WS-SPLIT-OK-SW (WS-SPLIT-IDX)
           END-IF
           IF WS-QUAL-2 = SPACE OR WS-QUAL-3 = SPACE
               MOVE "N" TO WS-SPLIT-OK-SW (WS-SPLIT-IDX)
           END-IF.

       2200-REPORT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SPLIT-ORIG (WS-SPLIT-IDX) TO REPORT-RECORD (1:3)
           MOVE WS-SPLIT-SKIP (WS-SPLIT-IDX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO REPORT-RECORD (5:7)
           MOVE WS-SPLIT-ROWS (WS-SPLIT-IDX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO REPORT-RECORD (14:7)
           IF WS-SPLIT-OK (WS-SPLIT-IDX)
               ADD 1 TO WS-SPLIT-OK-COUNT
               PERFORM 8000-BUILD-TARGET-DSN
               MOVE WS-TARGET-DSN TO REPORT-RECORD (23:44)
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO WS-NOT-SPLIT-COUNT
               MOVE "NOT SPLIT - CODE IS NOT A DATASET QUALIFIER"
                   TO REPORT-RECORD (23:44)
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "STATEMENT FOR ORIGINATOR " DELIMITED BY SIZE
                   WS-SPLIT-ORIG (WS-SPLIT-IDX) DELIMITED BY SIZE
                   " LEFT ON SOMASTMF ONLY" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "W" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      ******************************************************************
      * THE SPLIT JOB: ONE IDCAMS STEP CLEARS TONIGHT'S DATASETS (A
      * FIRST RUN FINDS NONE), THEN ONE REPRO STEP PER ORIGINATOR
      * COPIES ITS SECTION OF THE CURRENT STATEMENT GENERATION.
      ******************************************************************
       3000-SUBMIT-SPLIT-JOB.
           OPEN OUTPUT JOB-FILE
           IF WS-JOB-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "CANNOT OPEN SOMASTJB, STATUS " DELIMITED BY SIZE
                   WS-JOB-FILE-STATUS DELIMITED BY SIZE
                   ", NOTHING SPLIT" DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE "E" TO WS-AUDIT-SEVERITY
               PERFORM 1900-WRITE-AUDIT-LOG
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 3100-WRITE-JOB-HEADER
               PERFORM 3200-WRITE-CLEAR-STEP
               MOVE ZERO TO WS-STEP-NO
               PERFORM 3300-WRITE-COPY-STEP
                   VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
               CLOSE JOB-FILE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               MOVE WS-SPLIT-OK-COUNT TO WS-COUNT-ED
               STRING "SPLIT JOB SUBMITTED, STATEMENTS: "
                       DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 1900-WRITE-AUDIT-LOG
           END-IF.

       3100-WRITE-JOB-HEADER.
           MOVE SPACES TO JOB-RECORD
           STRING "//SOMASPLT JOB (ACCTNO),'STATEMENT SPLIT',"
                   DELIMITED BY SIZE
               "CLASS=A,MSGCLASS=X" DELIMITED BY SIZE
               INTO JOB-RECORD
           END-STRING
           WRITE JOB-RECORD
           MOVE SPACES TO JOB-RECORD
           STRING "//* ORIGINATOR STATEMENTS FOR BUSINESS DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO JOB-RECORD
           END-STRING
           WRITE JOB-RECORD.

       3200-WRITE-CLEAR-STEP.
           MOVE "//CLEAR    EXEC PGM=IDCAMS" TO JOB-RECORD
           WRITE JOB-RECORD
           MOVE "//SYSPRINT DD SYSOUT=*" TO JOB-RECORD
           WRITE JOB-RECORD
           MOVE "//SYSIN    DD *" TO JOB-RECORD
           WRITE JOB-RECORD
           PERFORM 3210-WRITE-DELETE
               VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
           MOVE "  SET MAXCC = 0" TO JOB-RECORD
           WRITE JOB-RECORD
           MOVE "/*" TO JOB-RECORD
           WRITE JOB-RECORD.

       3210-WRITE-DELETE.
           IF WS-SPLIT-OK (WS-SPLIT-IDX)
               PERFORM 8000-BUILD-TARGET-DSN
               MOVE SPACES TO JOB-RECORD
               STRING "  DELETE " DELIMITED BY SIZE
                   WS-TARGET-DSN DELIMITED BY SPACE
                   INTO JOB-RECORD
               END-STRING
               WRITE JOB-RECORD
           END-IF.

       3300-WRITE-COPY-STEP.
           IF WS-SPLIT-OK (WS-SPLIT-IDX)
               ADD 1 TO WS-STEP-NO
               PERFORM 8000-BUILD-TARGET-DSN
               MOVE SPACES TO JOB-RECORD
               STRING "//S" DELIMITED BY SIZE
                   WS-STEP-NO DELIMITED BY SIZE
                   "     EXEC PGM=IDCAMS" DELIMITED BY SIZE
                   INTO JOB-RECORD
               END-STRING
               WRITE JOB-RECORD
               MOVE "//SYSPRINT DD SYSOUT=*" TO JOB-RECORD
               WRITE JOB-RECORD
               MOVE SPACES TO JOB-RECORD
               STRING "//STMTIN   DD DSN=" DELIMITED BY SIZE
                   WS-DSN-PREFIX (1:WS-PREFIX-LEN) DELIMITED BY SIZE
                   "(0),DISP=SHR" DELIMITED BY SIZE
                   INTO JOB-RECORD
               END-STRING
               WRITE JOB-RECORD
               MOVE SPACES TO JOB-RECORD
               STRING "//STMTOUT  DD DSN=" DELIMITED BY SIZE
                   WS-TARGET-DSN DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   INTO JOB-RECORD
               END-STRING
               WRITE JOB-RECORD
               MOVE "//             DISP=(NEW,CATLG,DELETE),"
                   TO JOB-RECORD
               WRITE JOB-RECORD
               MOVE "//             SPACE=(TRK,(1,1)),UNIT=SYSDA"
                   TO JOB-RECORD
               WRITE JOB-RECORD
               MOVE "//SYSIN    DD *" TO JOB-RECORD
               WRITE JOB-RECORD
               MOVE WS-SPLIT-SKIP (WS-SPLIT-IDX) TO WS-SKIP-ED
               MOVE WS-SPLIT-ROWS (WS-SPLIT-IDX) TO WS-ROWS-ED
               MOVE SPACES TO JOB-RECORD
               STRING "  REPRO INFILE(STMTIN) OUTFILE(STMTOUT) SKIP("
                       DELIMITED BY SIZE
                   WS-SKIP-ED DELIMITED BY SIZE
                   ") COUNT(" DELIMITED BY SIZE
                   WS-ROWS-ED DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO JOB-RECORD
               END-STRING
               WRITE JOB-RECORD
               MOVE "/*" TO JOB-RECORD
               WRITE JOB-RECORD
           END-IF.

       4000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SPLIT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "STATEMENTS ON SOMASTMF   : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-SPLIT-OK-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "SPLIT TO OWN DATASET     : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NOT-SPLIT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "LEFT ON SOMASTMF ONLY    : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-RUN-RC = 8
               MOVE "*** NO SPLIT JOB SUBMITTED" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
      * <PREFIX>.<ORIGINATOR>.D<BUSINESS DATE>
      ******************************************************************
       8000-BUILD-TARGET-DSN.
           MOVE SPACES TO WS-TARGET-DSN
           STRING WS-DSN-PREFIX (1:WS-PREFIX-LEN) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-SPLIT-ORIG (WS-SPLIT-IDX) DELIMITED BY SIZE
               ".D" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-TARGET-DSN
           END-STRING.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "SOMASTSP: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       9100-WRITE-COMPLETION.
           OPEN EXTEND COMPLETION-FILE
           IF WS-COMPL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE "SOMASTSP" TO COMPL-PROGRAM-ID
           MOVE WS-RUN-RC TO COMPL-STATUS-CODE
           MOVE WS-SPLIT-OK-COUNT TO COMPL-RECORDS-PROC
           MOVE WS-NOT-SPLIT-COUNT TO COMPL-RECORDS-REJ
           MOVE WS-RUN-DATE TO COMPL-RUN-DATE
           ACCEPT COMPL-RUN-TIME FROM TIME
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE.

       END PROGRAM SOMASTSP.
