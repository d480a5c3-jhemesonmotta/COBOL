      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Formatted dump of any operational file, for the
      *              night something goes wrong and the file has to
      *              be read field by field instead of counting
      *              columns in an editor. The layout-description
      *              deck gives, per file id, the record types (the
      *              position, length and value that switch them -
      *              detail, trailer, header, transmission control)
      *              and the fields of each type: name, position,
      *              length, class and decimals. Classes are A for
      *              text, N for unsigned display numeric, S for
      *              signed display numeric with the sign overpunched
      *              on the last byte, and P for packed decimal. The
      *              control card names the file id, an optional
      *              record range and an optional selection on one
      *              field's value as it stands in the record, so one
      *              batch or one trace id can be pulled on its own.
      *              Every record printed shows its number and type
      *              and then each field with its raw contents, its
      *              edited value and a flag when the data does not
      *              fit its class; a record no type recognizes is
      *              printed raw. Ends 4 when bad data was found, 8
      *              when the card, the layout or the file is unusable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEDUMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "DMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "DMPLAYT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-FILE-STATUS.
           SELECT DUMP-IN-FILE ASSIGN TO "DMPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUMP-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ONE CARD: FILE ID IN 1-8, FIRST AND LAST RECORD NUMBER IN
      * 10-16 AND 18-24 (BLANK FOR THE WHOLE FILE), AND OPTIONALLY A
      * FIELD NAME IN 26-45 WITH THE VALUE IT MUST HOLD IN 47-76.
      ******************************************************************
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05  CC-FILE-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  CC-FROM-RECORD      PIC X(07).
           05  CC-FROM-RECORD-N REDEFINES CC-FROM-RECORD
                                   PIC 9(07).
           05  FILLER              PIC X(01).
           05  CC-TO-RECORD        PIC X(07).
           05  CC-TO-RECORD-N REDEFINES CC-TO-RECORD
                                   PIC 9(07).
           05  FILLER              PIC X(01).
           05  CC-SELECT-FIELD     PIC X(20).
           05  FILLER              PIC X(01).
           05  CC-SELECT-VALUE     PIC X(30).
           05  FILLER              PIC X(04).

      ******************************************************************
      * THE LAYOUT DECK. AN ASTERISK IN COLUMN 1 IS A COMMENT. A T
      * ENTRY NAMES A RECORD TYPE AND THE BYTES THAT SWITCH IT ON
      * (POSITION ZERO MATCHES ANY RECORD); TYPES ARE TRIED IN DECK
      * ORDER. AN F ENTRY IS ONE FIELD OF THE TYPE NAMED BESIDE IT,
      * OR OF EVERY TYPE WHEN THE TYPE NAME IS BLANK.
      ******************************************************************
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD.
           05  LY-FILE-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  LY-ENTRY-TYPE       PIC X(01).
               88  LY-IS-TYPE              VALUE "T".
               88  LY-IS-FIELD             VALUE "F".
           05  FILLER              PIC X(01).
           05  LY-TYPE-NAME        PIC X(08).
           05  FILLER              PIC X(01).
           05  LY-ENTRY-DATA       PIC X(60).
           05  LY-TYPE-DATA REDEFINES LY-ENTRY-DATA.
               10  LY-TEST-POS     PIC 9(04).
               10  FILLER          PIC X(01).
               10  LY-TEST-LEN     PIC 9(02).
               10  FILLER          PIC X(01).
               10  LY-TEST-VALUE   PIC X(10).
               10  FILLER          PIC X(42).
           05  LY-FIELD-DATA REDEFINES LY-ENTRY-DATA.
               10  LY-FIELD-NAME   PIC X(20).
               10  FILLER          PIC X(01).
               10  LY-FIELD-POS    PIC 9(04).
               10  FILLER          PIC X(01).
               10  LY-FIELD-LEN    PIC 9(03).
               10  FILLER          PIC X(01).
               10  LY-FIELD-CLASS  PIC X(01).
                   88  LY-CLASS-VALID      VALUES "A" "N" "S" "P".
               10  FILLER          PIC X(01).
               10  LY-FIELD-DEC    PIC 9(01).
               10  FILLER          PIC X(27).

       FD  DUMP-IN-FILE.
       01  DUMP-IN-RECORD.
           05  DUMP-BYTE           PIC X(01) OCCURS 400 TIMES.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       FD  BUSDATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-FILE-STATUS  PIC X(02).
           05  WS-LAYOUT-FILE-STATUS   PIC X(02).
           05  WS-DUMP-FILE-STATUS     PIC X(02).
           05  WS-BUSDATE-FILE-STATUS  PIC X(02).
           05  WS-AUDIT-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE             PIC 9(06).
       01  WS-AUDIT-MESSAGE        PIC X(60).
       01  WS-AUDIT-SEVERITY       PIC X(01) VALUE "I".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                     VALUE "Y".
           05  WS-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-SELECTED-SW      PIC X(01) VALUE "N".
               88  WS-SELECTED                VALUE "Y".
           05  WS-FIELD-OK-SW      PIC X(01) VALUE "Y".
               88  WS-FIELD-OK                VALUE "Y".
           05  WS-NEGATIVE-SW      PIC X(01) VALUE "N".
               88  WS-NEGATIVE                VALUE "Y".

      ******************************************************************
      * THE RECORD TYPES AND FIELDS OF THE FILE ID ON THE CARD. A
      * FILE WITH NO TYPE ENTRIES GETS ONE TYPE THAT MATCHES EVERY
      * RECORD.
      ******************************************************************
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT       PIC 9(02) VALUE ZERO.
           05  WS-TYPE-ENTRY OCCURS 10 TIMES.
               10  WS-TYPE-NAME    PIC X(08).
               10  WS-TYPE-POS     PIC 9(04).
               10  WS-TYPE-LEN     PIC 9(02).
               10  WS-TYPE-VALUE   PIC X(10).
               10  WS-TYPE-SEEN    PIC 9(07).

       01  WS-FIELD-TABLE.
           05  WS-FIELD-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-FIELD-ENTRY OCCURS 100 TIMES.
               10  WS-FLD-TYPE     PIC X(08).
               10  WS-FLD-NAME     PIC X(20).
               10  WS-FLD-POS      PIC 9(04).
               10  WS-FLD-LEN      PIC 9(03).
               10  WS-FLD-CLASS    PIC X(01).
               10  WS-FLD-DEC      PIC 9(01).

       01  WS-RANGE-FIELDS.
           05  WS-FROM-RECORD      PIC 9(07) VALUE 1.
           05  WS-TO-RECORD        PIC 9(07) VALUE 9999999.

       01  WS-SUBSCRIPTS.
           05  WS-TYPE-IX          PIC 9(02) VALUE ZERO.
           05  WS-CUR-TYPE         PIC 9(02) VALUE ZERO.
           05  WS-FLD-IX           PIC 9(03) VALUE ZERO.
           05  WS-BYTE-IX          PIC 9(03) VALUE ZERO.
           05  WS-LAST-IX          PIC 9(03) VALUE ZERO.
           05  WS-TAB-IX           PIC 9(02) VALUE ZERO.
           05  WS-RAW-IX           PIC 9(03) VALUE ZERO.
           05  WS-HEX-IX           PIC 9(02) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-FIELD-END        PIC 9(04) VALUE ZERO.
           05  WS-DIGIT-COUNT      PIC 9(02) VALUE ZERO.
           05  WS-SELECT-LEN       PIC 9(03) VALUE ZERO.
           05  WS-SIGN-POS         PIC 9(02) VALUE ZERO.
           05  WS-CUR-CHAR         PIC X(01).
           05  WS-DIGIT-CHAR       PIC X(01).
           05  WS-DIGIT-VALUE REDEFINES WS-DIGIT-CHAR
                                   PIC 9(01).
           05  WS-FIELD-FLAG       PIC X(13).
           05  WS-RAW-TEXT         PIC X(24).
           05  WS-EDITED-TEXT      PIC X(26).

      ******************************************************************
      * A BYTE'S VALUE IS TAKEN BY DROPPING IT INTO THE LOW ORDER OF
      * A HALFWORD, SO A PACKED FIELD CAN BE SPLIT INTO ITS DIGIT AND
      * SIGN NIBBLES AND SHOWN IN HEX.
      ******************************************************************
       01  WS-BYTE-WORK.
           05  WS-BYTE-BIN         PIC 9(04) COMP.
       01  WS-BYTE-CHARS REDEFINES WS-BYTE-WORK.
           05  WS-BYTE-HIGH        PIC X(01).
           05  WS-BYTE-LOW         PIC X(01).
       01  WS-NIBBLE-FIELDS.
           05  WS-HIGH-NIBBLE      PIC 9(02) VALUE ZERO.
           05  WS-LOW-NIBBLE       PIC 9(02) VALUE ZERO.
       01  WS-HEX-DIGITS           PIC X(16)
                                   VALUE "0123456789ABCDEF".

      ******************************************************************
      * OVERPUNCHED LAST BYTES OF A SIGNED DISPLAY FIELD: THE HOST
      * ZONES FOR PLUS AND MINUS, AND THE MINUS ZONE A FILE BUILT
      * OFF-HOST CARRIES. A PLAIN DIGIT IS AN UNSIGNED POSITIVE.
      ******************************************************************
       01  WS-OVERPUNCH-TABLES.
           05  WS-PLUS-ZONES       PIC X(10) VALUE "{ABCDEFGHI".
           05  WS-MINUS-ZONES      PIC X(10) VALUE "}JKLMNOPQR".
           05  WS-MINUS-ASCII      PIC X(10) VALUE "pqrstuvwxy".

       01  WS-VALUE-FIELDS.
           05  WS-NUM-VALUE        PIC S9(18) COMP-3 VALUE ZERO.
           05  WS-INT-PART         PIC 9(18) VALUE ZERO.
           05  WS-FRAC-PART        PIC 9(06) VALUE ZERO.
           05  WS-FRAC-DIGITS      PIC 9(06) VALUE ZERO.
           05  WS-INT-ED           PIC Z(17)9.
       01  WS-DIVISORS.
           05  FILLER              PIC 9(07) VALUE 1.
           05  FILLER              PIC 9(07) VALUE 10.
           05  FILLER              PIC 9(07) VALUE 100.
           05  FILLER              PIC 9(07) VALUE 1000.
           05  FILLER              PIC 9(07) VALUE 10000.
           05  FILLER              PIC 9(07) VALUE 100000.
           05  FILLER              PIC 9(07) VALUE 1000000.
       01  WS-DIVISOR-TABLE REDEFINES WS-DIVISORS.
           05  WS-DIVISOR          PIC 9(07) OCCURS 7 TIMES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-PRINT-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-UNKNOWN-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-BAD-FIELD-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-REC-BAD-FIELDS   PIC 9(03) VALUE ZERO.
           05  WS-LAYOUT-BAD-COUNT PIC 9(03) VALUE ZERO.

       01  WS-RECORD-LINE.
           05  FILLER              PIC X(07) VALUE "RECORD ".
           05  WS-RL-NUMBER        PIC 9(07).
           05  FILLER              PIC X(08) VALUE "   TYPE ".
           05  WS-RL-TYPE          PIC X(08).
           05  FILLER              PIC X(70) VALUE SPACES.

       01  WS-FIELD-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-NAME          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-FL-POS           PIC 9(04).
           05  FILLER              PIC X(01) VALUE "-".
           05  WS-FL-END           PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-FL-CLASS         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-FL-RAW           PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-FL-EDITED        PIC X(26).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-FL-FLAG          PIC X(13).

       01  WS-RAW-LINE.
           05  FILLER              PIC X(06) VALUE "  RAW ".
           05  WS-RW-FROM          PIC 9(03).
           05  FILLER              PIC X(02) VALUE ": ".
           05  WS-RW-TEXT          PIC X(80).
           05  FILLER              PIC X(09) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-ED         PIC ZZZZZZ9.
           05  WS-COUNT-ED2        PIC ZZZZZZ9.

       01  WS-RUN-RC               PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-RC < 8
               PERFORM 2000-DUMP-FILE
           END-IF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-FINISH
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1030-GET-BUSINESS-DATE
           PERFORM 1800-OPEN-AUDIT-LOG
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-READ-CONTROL-CARD
           IF WS-RUN-RC < 8
               PERFORM 1200-LOAD-LAYOUT
           END-IF
           IF WS-RUN-RC < 8
               PERFORM 1300-CHECK-SELECT-FIELD
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

       1100-READ-CONTROL-CARD.
           MOVE SPACES TO CONTROL-CARD
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END MOVE SPACES TO CONTROL-CARD
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           EVALUATE TRUE
               WHEN CC-FILE-ID = SPACES
                   MOVE "NO FILE ID ON THE CONTROL CARD"
                       TO WS-AUDIT-MESSAGE
                   PERFORM 1190-REJECT-CARD
               WHEN CC-FROM-RECORD NOT = SPACES
                   AND CC-FROM-RECORD IS NOT NUMERIC
                   MOVE "FIRST RECORD ON THE CONTROL CARD NOT NUMERIC"
                       TO WS-AUDIT-MESSAGE
                   PERFORM 1190-REJECT-CARD
               WHEN CC-TO-RECORD NOT = SPACES
                   AND CC-TO-RECORD IS NOT NUMERIC
                   MOVE "LAST RECORD ON THE CONTROL CARD NOT NUMERIC"
                       TO WS-AUDIT-MESSAGE
                   PERFORM 1190-REJECT-CARD
               WHEN OTHER
                   IF CC-FROM-RECORD NOT = SPACES
                       MOVE CC-FROM-RECORD-N TO WS-FROM-RECORD
                   END-IF
                   IF CC-TO-RECORD NOT = SPACES
                       MOVE CC-TO-RECORD-N TO WS-TO-RECORD
                   END-IF
                   IF WS-FROM-RECORD > WS-TO-RECORD
                       MOVE "CONTROL CARD RECORD RANGE RUNS BACKWARDS"
                           TO WS-AUDIT-MESSAGE
                       PERFORM 1190-REJECT-CARD
                   END-IF
           END-EVALUATE.

       1190-REJECT-CARD.
           DISPLAY "FILEDUMP: " WS-AUDIT-MESSAGE
           MOVE WS-AUDIT-MESSAGE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "E" TO WS-AUDIT-SEVERITY
           PERFORM 1900-WRITE-AUDIT-LOG
           MOVE 8 TO WS-RUN-RC.

       1200-LOAD-LAYOUT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
               MOVE "LAYOUT-DESCRIPTION FILE COULD NOT BE OPENED"
                   TO WS-AUDIT-MESSAGE
               PERFORM 1190-REJECT-CARD
           ELSE
               PERFORM 1210-READ-LAYOUT-REC
               PERFORM 1220-LOAD-LAYOUT-ENTRY UNTIL WS-EOF
               CLOSE LAYOUT-FILE
               IF WS-FIELD-COUNT = ZERO
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "NO FIELDS DESCRIBED FOR FILE ID "
                           DELIMITED BY SIZE
                       CC-FILE-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   PERFORM 1190-REJECT-CARD
               END-IF
               IF WS-TYPE-COUNT = ZERO
                   MOVE 1 TO WS-TYPE-COUNT
                   MOVE "RECORD" TO WS-TYPE-NAME (1)
                   MOVE ZERO TO WS-TYPE-POS (1)
                   MOVE ZERO TO WS-TYPE-LEN (1)
                   MOVE SPACES TO WS-TYPE-VALUE (1)
                   MOVE ZERO TO WS-TYPE-SEEN (1)
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1210-READ-LAYOUT-REC.
           READ LAYOUT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1220-LOAD-LAYOUT-ENTRY.
           IF LAYOUT-RECORD (1:1) NOT = "*"
               AND LY-FILE-ID = CC-FILE-ID
               EVALUATE TRUE
                   WHEN LY-IS-TYPE
                       PERFORM 1230-ADD-TYPE
                   WHEN LY-IS-FIELD
                       PERFORM 1240-ADD-FIELD
                   WHEN OTHER
                       PERFORM 1290-BAD-LAYOUT-ENTRY
               END-EVALUATE
           END-IF
           PERFORM 1210-READ-LAYOUT-REC.

       1230-ADD-TYPE.
           IF LY-TYPE-NAME = SPACES
               OR LY-TEST-POS IS NOT NUMERIC
               OR LY-TEST-LEN IS NOT NUMERIC
               OR LY-TEST-LEN > 10
               OR (LY-TEST-POS > ZERO AND LY-TEST-LEN = ZERO)
               OR LY-TEST-POS + LY-TEST-LEN > 401
               OR WS-TYPE-COUNT NOT < 10
               PERFORM 1290-BAD-LAYOUT-ENTRY
           ELSE
               ADD 1 TO WS-TYPE-COUNT
               MOVE LY-TYPE-NAME TO WS-TYPE-NAME (WS-TYPE-COUNT)
               MOVE LY-TEST-POS TO WS-TYPE-POS (WS-TYPE-COUNT)
               MOVE LY-TEST-LEN TO WS-TYPE-LEN (WS-TYPE-COUNT)
               MOVE LY-TEST-VALUE TO WS-TYPE-VALUE (WS-TYPE-COUNT)
               MOVE ZERO TO WS-TYPE-SEEN (WS-TYPE-COUNT)
           END-IF.

      ******************************************************************
      * A FIELD MUST SIT INSIDE THE RECORD AND FIT ITS CLASS: AT MOST
      * 18 DIGITS FOR A DISPLAY NUMERIC, 9 BYTES FOR A PACKED ONE,
      * AND NO MORE THAN 6 DECIMALS.
      ******************************************************************
       1240-ADD-FIELD.
           IF LY-FIELD-NAME = SPACES
               OR LY-FIELD-POS IS NOT NUMERIC
               OR LY-FIELD-LEN IS NOT NUMERIC
               OR LY-FIELD-POS = ZERO
               OR LY-FIELD-LEN = ZERO
               OR LY-FIELD-POS + LY-FIELD-LEN > 401
               OR NOT LY-CLASS-VALID
               OR LY-FIELD-DEC IS NOT NUMERIC
               OR LY-FIELD-DEC > 6
               OR (LY-FIELD-CLASS NOT = "A"
                   AND LY-FIELD-CLASS NOT = "P"
                   AND LY-FIELD-LEN > 18)
               OR (LY-FIELD-CLASS = "P" AND LY-FIELD-LEN > 9)
               OR WS-FIELD-COUNT NOT < 100
               PERFORM 1290-BAD-LAYOUT-ENTRY
           ELSE
               ADD 1 TO WS-FIELD-COUNT
               MOVE LY-TYPE-NAME TO WS-FLD-TYPE (WS-FIELD-COUNT)
               MOVE LY-FIELD-NAME TO WS-FLD-NAME (WS-FIELD-COUNT)
               MOVE LY-FIELD-POS TO WS-FLD-POS (WS-FIELD-COUNT)
               MOVE LY-FIELD-LEN TO WS-FLD-LEN (WS-FIELD-COUNT)
               MOVE LY-FIELD-CLASS TO WS-FLD-CLASS (WS-FIELD-COUNT)
               MOVE LY-FIELD-DEC TO WS-FLD-DEC (WS-FIELD-COUNT)
               IF LY-FIELD-CLASS = "A"
                   MOVE ZERO TO WS-FLD-DEC (WS-FIELD-COUNT)
               END-IF
           END-IF.

       1290-BAD-LAYOUT-ENTRY.
           ADD 1 TO WS-LAYOUT-BAD-COUNT
           DISPLAY "FILEDUMP: LAYOUT ENTRY IGNORED: " LAYOUT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LAYOUT ENTRY IGNORED: " DELIMITED BY SIZE
               LAYOUT-RECORD DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

      ******************************************************************
      * THE SELECTION FIELD MUST BE ONE THE LAYOUT DESCRIBES, AND NO
      * LONGER THAN THE VALUE THE CARD CAN CARRY.
      ******************************************************************
       1300-CHECK-SELECT-FIELD.
           IF CC-SELECT-FIELD NOT = SPACES
               MOVE "N" TO WS-FOUND-SW
               PERFORM 1310-MATCH-SELECT-FIELD
                   VARYING WS-FLD-IX FROM 1 BY 1
                   UNTIL WS-FLD-IX > WS-FIELD-COUNT
               IF NOT WS-FOUND
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "SELECTION FIELD NOT IN LAYOUT: "
                           DELIMITED BY SIZE
                       CC-SELECT-FIELD DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   PERFORM 1190-REJECT-CARD
               END-IF
           END-IF.

       1310-MATCH-SELECT-FIELD.
           IF WS-FLD-NAME (WS-FLD-IX) = CC-SELECT-FIELD
               IF WS-FLD-LEN (WS-FLD-IX) > 30
                   MOVE "SELECTION FIELD LONGER THAN 30 BYTES"
                       TO WS-AUDIT-MESSAGE
                   PERFORM 1190-REJECT-CARD
               ELSE
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

       1800-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1900-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "FILEDUMP" TO AUDIT-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           ACCEPT AUDIT-TIMESTAMP FROM TIME
           MOVE WS-AUDIT-SEVERITY TO AUDIT-SEVERITY
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE
           WRITE AUDIT-LOG-RECORD
           MOVE "I" TO WS-AUDIT-SEVERITY.

      ******************************************************************
      * RECORDS ARE NUMBERED FROM ONE IN FILE ORDER; THE READ STOPS
      * AS SOON AS THE LAST RECORD OF THE RANGE IS PAST.
      ******************************************************************
       2000-DUMP-FILE.
           MOVE SPACES TO REPORT-RECORD
           STRING "FORMATTED DUMP OF " DELIMITED BY SIZE
               CC-FILE-ID DELIMITED BY SIZE
               "     RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF CC-SELECT-FIELD NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "SELECTING " DELIMITED BY SIZE
                   CC-SELECT-FIELD DELIMITED BY SPACE
                   " = " DELIMITED BY SIZE
                   CC-SELECT-VALUE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DUMP-IN-FILE
           IF WS-DUMP-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "FILE TO DUMP COULD NOT BE OPENED, STATUS "
                       DELIMITED BY SIZE
                   WS-DUMP-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 1190-REJECT-CARD
           ELSE
               PERFORM 2010-READ-DUMP-REC
               PERFORM 2020-DUMP-ONE-RECORD
                   UNTIL WS-EOF OR WS-READ-COUNT > WS-TO-RECORD
               CLOSE DUMP-IN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2010-READ-DUMP-REC.
           MOVE SPACES TO DUMP-IN-RECORD
           READ DUMP-IN-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

       2020-DUMP-ONE-RECORD.
           IF WS-READ-COUNT NOT < WS-FROM-RECORD
               PERFORM 2100-SET-RECORD-TYPE
               PERFORM 2200-CHECK-SELECTION
               IF WS-SELECTED
                   PERFORM 2300-PRINT-RECORD
               END-IF
           END-IF
           PERFORM 2010-READ-DUMP-REC.

       2100-SET-RECORD-TYPE.
           MOVE ZERO TO WS-CUR-TYPE
           PERFORM 2110-TEST-RECORD-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                  OR WS-CUR-TYPE > ZERO.

       2110-TEST-RECORD-TYPE.
           IF WS-TYPE-POS (WS-TYPE-IX) = ZERO
               MOVE WS-TYPE-IX TO WS-CUR-TYPE
           ELSE
               IF DUMP-IN-RECORD (WS-TYPE-POS (WS-TYPE-IX):
                                  WS-TYPE-LEN (WS-TYPE-IX))
                  = WS-TYPE-VALUE (WS-TYPE-IX)
                                 (1:WS-TYPE-LEN (WS-TYPE-IX))
                   MOVE WS-TYPE-IX TO WS-CUR-TYPE
               END-IF
           END-IF.

      ******************************************************************
      * WITH NO SELECTION EVERY RECORD IN THE RANGE PRINTS. WITH ONE,
      * A RECORD PRINTS WHEN ITS TYPE CARRIES THE FIELD AND THE
      * FIELD'S BYTES ARE THE VALUE ON THE CARD.
      ******************************************************************
       2200-CHECK-SELECTION.
           IF CC-SELECT-FIELD = SPACES
               SET WS-SELECTED TO TRUE
           ELSE
               MOVE "N" TO WS-SELECTED-SW
               IF WS-CUR-TYPE > ZERO
                   PERFORM 2210-MATCH-SELECTION
                       VARYING WS-FLD-IX FROM 1 BY 1
                       UNTIL WS-FLD-IX > WS-FIELD-COUNT
                          OR WS-SELECTED
               END-IF
           END-IF.

       2210-MATCH-SELECTION.
           IF WS-FLD-NAME (WS-FLD-IX) = CC-SELECT-FIELD
               AND (WS-FLD-TYPE (WS-FLD-IX) = SPACES
                    OR WS-FLD-TYPE (WS-FLD-IX)
                       = WS-TYPE-NAME (WS-CUR-TYPE))
               MOVE WS-FLD-LEN (WS-FLD-IX) TO WS-SELECT-LEN
               IF DUMP-IN-RECORD (WS-FLD-POS (WS-FLD-IX):
                                  WS-SELECT-LEN)
                  = CC-SELECT-VALUE (1:WS-SELECT-LEN)
                   SET WS-SELECTED TO TRUE
               END-IF
           END-IF.

       2300-PRINT-RECORD.
           ADD 1 TO WS-PRINT-COUNT
           MOVE ZERO TO WS-REC-BAD-FIELDS
           MOVE WS-READ-COUNT TO WS-RL-NUMBER
           IF WS-CUR-TYPE = ZERO
               MOVE "UNKNOWN" TO WS-RL-TYPE
           ELSE
               MOVE WS-TYPE-NAME (WS-CUR-TYPE) TO WS-RL-TYPE
               ADD 1 TO WS-TYPE-SEEN (WS-CUR-TYPE)
           END-IF
           MOVE WS-RECORD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CUR-TYPE = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE "  *** NO RECORD TYPE MATCHES - RAW RECORD FOLLOWS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM 2400-PRINT-RAW-LINE
                   VARYING WS-RAW-IX FROM 1 BY 80
                   UNTIL WS-RAW-IX > 400
           ELSE
               PERFORM 2310-PRINT-FIELD
                   VARYING WS-FLD-IX FROM 1 BY 1
                   UNTIL WS-FLD-IX > WS-FIELD-COUNT
           END-IF
           IF WS-REC-BAD-FIELDS > ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "  *** " DELIMITED BY SIZE
                   WS-REC-BAD-FIELDS DELIMITED BY SIZE
                   " FIELD(S) DO NOT FIT THEIR CLASS" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2310-PRINT-FIELD.
           IF WS-FLD-TYPE (WS-FLD-IX) = SPACES
               OR WS-FLD-TYPE (WS-FLD-IX) = WS-TYPE-NAME (WS-CUR-TYPE)
               MOVE "Y" TO WS-FIELD-OK-SW
               MOVE SPACES TO WS-FIELD-FLAG
               MOVE SPACES TO WS-RAW-TEXT
               MOVE SPACES TO WS-EDITED-TEXT
               COMPUTE WS-FIELD-END = WS-FLD-POS (WS-FLD-IX)
                   + WS-FLD-LEN (WS-FLD-IX) - 1
               EVALUATE WS-FLD-CLASS (WS-FLD-IX)
                   WHEN "A"
                       MOVE DUMP-IN-RECORD (WS-FLD-POS (WS-FLD-IX):
                                            WS-FLD-LEN (WS-FLD-IX))
                           TO WS-RAW-TEXT
                   WHEN "N"
                       PERFORM 2320-DECODE-ZONED
                   WHEN "S"
                       PERFORM 2320-DECODE-ZONED
                   WHEN "P"
                       PERFORM 2340-DECODE-PACKED
               END-EVALUATE
               IF WS-FLD-CLASS (WS-FLD-IX) NOT = "A"
                   IF WS-FIELD-OK
                       PERFORM 2360-EDIT-VALUE
                   ELSE
                       ADD 1 TO WS-REC-BAD-FIELDS
                       ADD 1 TO WS-BAD-FIELD-COUNT
                   END-IF
               END-IF
               MOVE WS-FLD-NAME (WS-FLD-IX) TO WS-FL-NAME
               MOVE WS-FLD-POS (WS-FLD-IX) TO WS-FL-POS
               MOVE WS-FIELD-END TO WS-FL-END
               MOVE WS-FLD-CLASS (WS-FLD-IX) TO WS-FL-CLASS
               MOVE WS-RAW-TEXT TO WS-FL-RAW
               MOVE WS-EDITED-TEXT TO WS-FL-EDITED
               MOVE WS-FIELD-FLAG TO WS-FL-FLAG
               MOVE WS-FIELD-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
      * DISPLAY NUMERIC: EVERY BYTE A DIGIT, EXCEPT THAT THE LAST BYTE
      * OF A SIGNED FIELD MAY CARRY THE SIGN OVERPUNCHED ON IT.
      ******************************************************************
       2320-DECODE-ZONED.
           MOVE DUMP-IN-RECORD (WS-FLD-POS (WS-FLD-IX):
                                WS-FLD-LEN (WS-FLD-IX))
               TO WS-RAW-TEXT
           MOVE ZERO TO WS-NUM-VALUE
           MOVE "N" TO WS-NEGATIVE-SW
           MOVE WS-FLD-LEN (WS-FLD-IX) TO WS-DIGIT-COUNT
           MOVE WS-FIELD-END TO WS-LAST-IX
           PERFORM 2325-ZONED-DIGIT
               VARYING WS-BYTE-IX FROM WS-FLD-POS (WS-FLD-IX) BY 1
               UNTIL WS-BYTE-IX > WS-LAST-IX.

       2325-ZONED-DIGIT.
           MOVE DUMP-BYTE (WS-BYTE-IX) TO WS-CUR-CHAR
           IF WS-BYTE-IX = WS-LAST-IX
               AND WS-FLD-CLASS (WS-FLD-IX) = "S"
               AND WS-CUR-CHAR IS NOT NUMERIC
               PERFORM 2330-DECODE-SIGN-BYTE
           ELSE
               IF WS-CUR-CHAR IS NUMERIC
                   MOVE WS-CUR-CHAR TO WS-DIGIT-CHAR
                   COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                       + WS-DIGIT-VALUE
               ELSE
                   MOVE "N" TO WS-FIELD-OK-SW
                   IF WS-FIELD-FLAG = SPACES
                       MOVE "*NOT NUMERIC" TO WS-FIELD-FLAG
                   END-IF
               END-IF
           END-IF.

       2330-DECODE-SIGN-BYTE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2335-MATCH-OVERPUNCH
               VARYING WS-TAB-IX FROM 1 BY 1
               UNTIL WS-TAB-IX > 10 OR WS-FOUND
           IF NOT WS-FOUND
               MOVE "N" TO WS-FIELD-OK-SW
               MOVE "*BAD SIGN" TO WS-FIELD-FLAG
           END-IF.

       2335-MATCH-OVERPUNCH.
           EVALUATE WS-CUR-CHAR
               WHEN WS-PLUS-ZONES (WS-TAB-IX:1)
                   SET WS-FOUND TO TRUE
               WHEN WS-MINUS-ZONES (WS-TAB-IX:1)
                   SET WS-FOUND TO TRUE
                   SET WS-NEGATIVE TO TRUE
               WHEN WS-MINUS-ASCII (WS-TAB-IX:1)
                   SET WS-FOUND TO TRUE
                   SET WS-NEGATIVE TO TRUE
           END-EVALUATE
           IF WS-FOUND
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                   + WS-TAB-IX - 1
           END-IF.

      ******************************************************************
      * PACKED DECIMAL: TWO DIGITS A BYTE AND THE SIGN IN THE LAST
      * NIBBLE - C, A, E OR F PLUS, B OR D MINUS. THE RAW COLUMN
      * SHOWS THE BYTES IN HEX SINCE THEY DO NOT PRINT.
      ******************************************************************
       2340-DECODE-PACKED.
           MOVE ZERO TO WS-NUM-VALUE
           MOVE "N" TO WS-NEGATIVE-SW
           MOVE "X'" TO WS-RAW-TEXT
           MOVE 3 TO WS-HEX-IX
           MOVE WS-FIELD-END TO WS-LAST-IX
           PERFORM 2345-PACKED-BYTE
               VARYING WS-BYTE-IX FROM WS-FLD-POS (WS-FLD-IX) BY 1
               UNTIL WS-BYTE-IX > WS-LAST-IX
           MOVE "'" TO WS-RAW-TEXT (WS-HEX-IX:1).

       2345-PACKED-BYTE.
           MOVE ZERO TO WS-BYTE-BIN
           MOVE DUMP-BYTE (WS-BYTE-IX) TO WS-BYTE-LOW
           DIVIDE WS-BYTE-BIN BY 16 GIVING WS-HIGH-NIBBLE
               REMAINDER WS-LOW-NIBBLE
           MOVE WS-HEX-DIGITS (WS-HIGH-NIBBLE + 1:1)
               TO WS-RAW-TEXT (WS-HEX-IX:1)
           MOVE WS-HEX-DIGITS (WS-LOW-NIBBLE + 1:1)
               TO WS-RAW-TEXT (WS-HEX-IX + 1:1)
           ADD 2 TO WS-HEX-IX
           IF WS-HIGH-NIBBLE > 9
               MOVE "N" TO WS-FIELD-OK-SW
               IF WS-FIELD-FLAG = SPACES
                   MOVE "*BAD PACKED" TO WS-FIELD-FLAG
               END-IF
           ELSE
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                   + WS-HIGH-NIBBLE
           END-IF
           IF WS-BYTE-IX = WS-LAST-IX
               EVALUATE WS-LOW-NIBBLE
                   WHEN 10 WHEN 12 WHEN 14 WHEN 15
                       CONTINUE
                   WHEN 11 WHEN 13
                       SET WS-NEGATIVE TO TRUE
                   WHEN OTHER
                       MOVE "N" TO WS-FIELD-OK-SW
                       IF WS-FIELD-FLAG = SPACES
                           MOVE "*BAD SIGN" TO WS-FIELD-FLAG
                       END-IF
               END-EVALUATE
           ELSE
               IF WS-LOW-NIBBLE > 9
                   MOVE "N" TO WS-FIELD-OK-SW
                   IF WS-FIELD-FLAG = SPACES
                       MOVE "*BAD PACKED" TO WS-FIELD-FLAG
                   END-IF
               ELSE
                   COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                       + WS-LOW-NIBBLE
               END-IF
           END-IF.

      ******************************************************************
      * THE EDITED VALUE PUTS THE DECIMAL POINT WHERE THE LAYOUT SAYS
      * AND A TRAILING MINUS ON A NEGATIVE, SO THE POINTS LINE UP DOWN
      * THE PAGE WHATEVER THE SCALE.
      ******************************************************************
       2360-EDIT-VALUE.
           IF WS-FLD-DEC (WS-FLD-IX) = ZERO
               MOVE WS-NUM-VALUE TO WS-INT-PART
               MOVE WS-INT-PART TO WS-INT-ED
               STRING WS-INT-ED DELIMITED BY SIZE
                   INTO WS-EDITED-TEXT
               END-STRING
               MOVE 19 TO WS-SIGN-POS
           ELSE
               DIVIDE WS-NUM-VALUE
                   BY WS-DIVISOR (WS-FLD-DEC (WS-FLD-IX) + 1)
                   GIVING WS-INT-PART REMAINDER WS-FRAC-PART
               MOVE WS-INT-PART TO WS-INT-ED
               COMPUTE WS-FRAC-DIGITS = WS-FRAC-PART
                   * WS-DIVISOR (7 - WS-FLD-DEC (WS-FLD-IX))
               STRING WS-INT-ED DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-FRAC-DIGITS (1:WS-FLD-DEC (WS-FLD-IX))
                       DELIMITED BY SIZE
                   INTO WS-EDITED-TEXT
               END-STRING
               COMPUTE WS-SIGN-POS = 20 + WS-FLD-DEC (WS-FLD-IX)
           END-IF
           IF WS-NEGATIVE
               MOVE "-" TO WS-EDITED-TEXT (WS-SIGN-POS:1)
           END-IF.

       2400-PRINT-RAW-LINE.
           IF DUMP-IN-RECORD (WS-RAW-IX:80) NOT = SPACES
               MOVE WS-RAW-IX TO WS-RW-FROM
               MOVE DUMP-IN-RECORD (WS-RAW-IX:80) TO WS-RW-TEXT
               MOVE WS-RAW-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS READ          : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-PRINT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS PRINTED       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM 3010-WRITE-TYPE-COUNT
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  UNKNOWN TYPE        : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-BAD-FIELD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "FIELDS FLAGGED INVALID: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-RUN-RC < 4
               AND (WS-BAD-FIELD-COUNT > ZERO
                    OR WS-UNKNOWN-COUNT > ZERO)
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE WS-PRINT-COUNT TO WS-COUNT-ED
           MOVE WS-READ-COUNT TO WS-COUNT-ED2
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "DUMP OF " DELIMITED BY SIZE
               CC-FILE-ID DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               " PRINTED OF " DELIMITED BY SIZE
               WS-COUNT-ED2 DELIMITED BY SIZE
               " READ" DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 1900-WRITE-AUDIT-LOG.

       3010-WRITE-TYPE-COUNT.
           MOVE WS-TYPE-SEEN (WS-TYPE-IX) TO WS-COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-TYPE-NAME (WS-TYPE-IX) DELIMITED BY SIZE
               "            : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       9000-FINISH.
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           IF WS-RUN-RC NOT = ZERO
               DISPLAY "FILEDUMP: ENDING WITH RETURN CODE " WS-RUN-RC
           END-IF.

       END PROGRAM FILEDUMP.
