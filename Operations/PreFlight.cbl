       identification division.
       program-id. PreFlight.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> the stream's business date - decides which steps have
       *> already completed tonight
       SELECT OPTIONAL STREAM-DATE-FILE
       ASSIGN TO 'CHSTREAMDATE'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOB-STREAM-FILE
       ASSIGN TO 'CHJOBSTREAM'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STEP-STATUS-FILE
       ASSIGN TO 'CHSTEPSTATUS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the business calendar - a step not due tonight reads
       *> nothing tonight
       SELECT BUSINESS-CAL-FILE
       ASSIGN TO 'CHBUSCAL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> layout definitions - an F record per input file naming the
       *> step that reads it, followed by a D record per field to be
       *> proven on every detail record
       SELECT LAYOUT-DEF-FILE
       ASSIGN TO 'CHPREFLIGHTDEF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the input being proven - named by the layout definition
       SELECT OPTIONAL CHECKED-FILE
       ASSIGN USING WS-CHK-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHK-STATUS.

       SELECT PREFLIGHT-RPT
       ASSIGN TO 'CHPREFLIGHTRPT'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD STREAM-DATE-FILE RECORDING MODE IS F.
       01 STREAM-DATE-REC.
         05 SD-BUSINESS-DATE PIC 9(8).

       FD JOB-STREAM-FILE RECORDING MODE IS F.
       01 JOB-STREAM-REC.
         05 JS-STEP-NO PIC 9(2).
         05 FILLER PIC X(1).
         05 JS-STEP-NAME PIC X(12).
         05 FILLER PIC X(1).
         05 JS-COMMAND PIC X(60).
         05 FILLER PIC X(1).
         05 JS-FREQUENCY PIC X(2).

       FD STEP-STATUS-FILE RECORDING MODE IS F.
       01 STEP-STATUS-REC.
         05 SS-RUN-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 SS-STEP-NO PIC 9(2).
         05 FILLER PIC X(1).
         05 SS-STATUS PIC X(8).

       FD BUSINESS-CAL-FILE RECORDING MODE IS F.
       01 BUSINESS-CAL-REC.
         05 CAL-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 CAL-DAY-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 CAL-PERIOD-END PIC X(1).
         05 FILLER PIC X(1).
         05 CAL-DESC PIC X(20).

       FD LAYOUT-DEF-FILE RECORDING MODE IS F.
       01 LAYOUT-DEF-REC.
         05 DEF-TYPE PIC X(1).
           88 DEF-FILE-REC VALUE 'F'.
           88 DEF-FIELD-REC VALUE 'D'.
         05 FILLER PIC X(1).
         05 DEF-BODY PIC X(78).
       *> step 00 files are proven every night whatever runs; header
       *> and trailer ids are matched in the first five columns and
       *> the trailer count foots the detail records between them
         05 DEF-FILE-BODY REDEFINES DEF-BODY.
           10 DEF-STEP-NO PIC 9(2).
           10 FILLER PIC X(1).
           10 DEF-FILE-NAME PIC X(30).
           10 FILLER PIC X(1).
           10 DEF-MIN-LEN PIC 9(4).
           10 FILLER PIC X(1).
           10 DEF-MAX-LEN PIC 9(4).
           10 FILLER PIC X(1).
           10 DEF-HDR-ID PIC X(5).
           10 FILLER PIC X(1).
           10 DEF-TRL-ID PIC X(5).
           10 FILLER PIC X(1).
           10 DEF-TRL-CNT-POS PIC 9(4).
           10 FILLER PIC X(1).
           10 DEF-TRL-CNT-LEN PIC 9(2).
           10 FILLER PIC X(15).
       *> N numeric, S numeric with a leading separate sign, K key
       *> that may not be blank
         05 DEF-FIELD-BODY REDEFINES DEF-BODY.
           10 DEF-FIELD-NAME PIC X(20).
           10 FILLER PIC X(1).
           10 DEF-FIELD-POS PIC 9(4).
           10 FILLER PIC X(1).
           10 DEF-FIELD-LEN PIC 9(3).
           10 FILLER PIC X(1).
           10 DEF-FIELD-CHECK PIC X(1).
           10 FILLER PIC X(47).

       FD CHECKED-FILE
           RECORD IS VARYING IN SIZE FROM 0 TO 1000 CHARACTERS
           DEPENDING ON WS-CHK-LEN.
       01 CHECKED-REC PIC X(1000).

       FD PREFLIGHT-RPT RECORDING MODE IS F.
       01 PREFLIGHT-LINE PIC X(100).

       working-storage section.
       01 WS-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-SS-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-DEF-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CHK-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
         05 WS-RUN-YYYYMM PIC 9(6).
         05 FILLER PIC 9(2).

       *> steps in tonight's stream, and those already complete
       01 WS-STEP-TABLE.
         05 WS-STP-COUNT PIC 9(2) VALUE ZERO.
         05 WS-STP-ENTRY OCCURS 30 TIMES.
           10 WS-STP-NO PIC 9(2).
           10 WS-STP-FREQUENCY PIC X(2).
           10 WS-STP-FREQ-DAY REDEFINES WS-STP-FREQUENCY PIC 9(2).
       01 WS-STP-SUB PIC 9(2) VALUE ZERO.
       01 WS-DONE-TABLE.
         05 WS-DONE-COUNT PIC 9(2) VALUE ZERO.
         05 WS-DONE-STEP OCCURS 30 TIMES PIC 9(2).
       01 WS-DONE-SUB PIC 9(2) VALUE ZERO.
       01 WS-STEP-IN-STREAM-SW PIC X(3) VALUE 'NO '.
         88 WS-STEP-IN-STREAM VALUE 'YES'.
       01 WS-STEP-DONE-SW PIC X(3) VALUE 'NO '.
         88 WS-STEP-DONE VALUE 'YES'.
       01 WS-STEP-DUE-SW PIC X(3) VALUE 'NO '.
         88 WS-STEP-DUE VALUE 'YES'.

       *> tonight's place in the business calendar
       01 WS-CAL-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CAL-DATE-HOLD PIC 9(8) VALUE ZERO.
       01 WS-CAL-DATE-HOLD-X REDEFINES WS-CAL-DATE-HOLD.
         05 WS-CAL-HOLD-YYYYMM PIC 9(6).
         05 FILLER PIC 9(2).
       01 WS-BUSINESS-DAY-SW PIC X(3) VALUE 'NO '.
         88 WS-BUSINESS-DAY VALUE 'YES'.
       01 WS-TODAY-WORKDAY PIC 9(2) VALUE ZERO.
       01 WS-TODAY-PERIOD-END PIC X(1) VALUE SPACE.

       *> the layout definitions held in core; each file's fields
       *> are the run of field entries starting at its first-field
       01 WS-FILE-TABLE.
         05 WS-FIL-COUNT PIC 9(2) VALUE ZERO.
         05 WS-FIL-ENTRY OCCURS 50 TIMES.
           10 WS-FIL-STEP-NO PIC 9(2).
           10 WS-FIL-NAME PIC X(30).
           10 WS-FIL-MIN-LEN PIC 9(4).
           10 WS-FIL-MAX-LEN PIC 9(4).
           10 WS-FIL-HDR-ID PIC X(5).
           10 WS-FIL-TRL-ID PIC X(5).
           10 WS-FIL-TRL-CNT-POS PIC 9(4).
           10 WS-FIL-TRL-CNT-LEN PIC 9(2).
           10 WS-FIL-FIRST-FIELD PIC 9(3).
           10 WS-FIL-FIELD-COUNT PIC 9(3).
       01 WS-FIL-SUB PIC 9(2) VALUE ZERO.
       01 WS-FIELD-TABLE.
         05 WS-FLD-COUNT PIC 9(3) VALUE ZERO.
         05 WS-FLD-ENTRY OCCURS 500 TIMES.
           10 WS-FLD-NAME PIC X(20).
           10 WS-FLD-POS PIC 9(4).
           10 WS-FLD-LEN PIC 9(3).
           10 WS-FLD-CHECK PIC X(1).
       01 WS-FLD-SUB PIC 9(3) VALUE ZERO.
       01 WS-FLD-LAST PIC 9(3) VALUE ZERO.
       01 WS-FLD-END PIC 9(5) VALUE ZERO.

       *> the file being proven
       01 WS-CHK-NAME PIC X(30) VALUE SPACES.
       01 WS-CHK-STATUS PIC X(2) VALUE SPACES.
       01 WS-CHK-LEN PIC 9(4) COMP VALUE ZERO.
       01 WS-CHK-REC-NO PIC 9(7) VALUE ZERO.
       01 WS-CHK-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CHK-TRL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHK-TRL-REC-NO PIC 9(7) VALUE ZERO.
       01 WS-CHK-ERROR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRAILER-SEEN-SW PIC X(3) VALUE 'NO '.
         88 WS-TRAILER-SEEN VALUE 'YES'.
       01 WS-FIELD-WORK PIC X(999) VALUE SPACES.
       01 WS-FIELD-SIGN PIC X(1) VALUE SPACE.

       *> only the first errors of each file are listed - one bad
       *> layout would otherwise fill the report with every record
       01 WS-ERROR-LIST-LIMIT PIC 9(3) VALUE 25.

       01 WS-ERR-REC-NO PIC 9(7) VALUE ZERO.
       01 WS-ERR-FIELD PIC X(20) VALUE SPACES.
       01 WS-ERR-REASON PIC X(30) VALUE SPACES.

       01 WS-RUN-TOTALS.
         05 WS-FILES-CHECKED PIC 9(3) VALUE ZERO.
         05 WS-FILES-FAILED PIC 9(3) VALUE ZERO.
         05 WS-FILES-SKIPPED PIC 9(3) VALUE ZERO.

       01 PF-TITLE-LINE.
         05 FILLER PIC X(32) VALUE
           ' PRE-FLIGHT INPUT VALIDATION -  '.
         05 FILLER PIC X(4) VALUE 'RUN '.
         05 PFT-DATE PIC 9(8).
         05 FILLER PIC X(56) VALUE SPACES.

       01 PF-COL-LINE.
         05 FILLER PIC X(31) VALUE ' FILE'.
         05 FILLER PIC X(11) VALUE '   RECORD  '.
         05 FILLER PIC X(22) VALUE 'FIELD'.
         05 FILLER PIC X(36) VALUE 'PROBLEM'.

       01 PF-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 PFD-FILE-NAME PIC X(30).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PFD-REC-NO PIC ZZZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 PFD-FIELD PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PFD-REASON PIC X(30).
         05 FILLER PIC X(6) VALUE SPACES.

       01 PF-FILE-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 PFF-FILE-NAME PIC X(30).
         05 FILLER PIC X(6) VALUE ' STEP '.
         05 PFF-STEP-NO PIC 9(2).
         05 FILLER PIC X(10) VALUE '  RECORDS '.
         05 PFF-RECORDS PIC ZZZZZZ9.
         05 FILLER PIC X(9) VALUE '  ERRORS '.
         05 PFF-ERRORS PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 PFF-RESULT PIC X(28).

       01 PF-TOTAL-LINE.
         05 FILLER PIC X(16) VALUE ' FILES CHECKED: '.
         05 PFT-CHECKED PIC ZZ9.
         05 FILLER PIC X(10) VALUE '  FAILED: '.
         05 PFT-FAILED PIC ZZ9.
         05 FILLER PIC X(11) VALUE '  SKIPPED: '.
         05 PFT-SKIPPED PIC ZZ9.
         05 FILLER PIC X(54) VALUE SPACES.

       01 PF-BLANK-LINE PIC X(100) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           PERFORM 105-READ-STREAM-DATE
           PERFORM 110-LOAD-JOB-STREAM
           PERFORM 120-LOAD-STEP-STATUS
           PERFORM 125-READ-CALENDAR
           PERFORM 130-LOAD-DEFINITIONS
           OPEN OUTPUT PREFLIGHT-RPT
           MOVE WS-RUN-DATE TO PFT-DATE
           WRITE PREFLIGHT-LINE FROM PF-TITLE-LINE
           WRITE PREFLIGHT-LINE FROM PF-BLANK-LINE
           WRITE PREFLIGHT-LINE FROM PF-COL-LINE
           PERFORM VARYING WS-FIL-SUB FROM 1 BY 1
             UNTIL WS-FIL-SUB > WS-FIL-COUNT
               PERFORM 200-CHECK-ONE-FILE
           END-PERFORM
           WRITE PREFLIGHT-LINE FROM PF-BLANK-LINE
           MOVE WS-FILES-CHECKED TO PFT-CHECKED
           MOVE WS-FILES-FAILED TO PFT-FAILED
           MOVE WS-FILES-SKIPPED TO PFT-SKIPPED
           WRITE PREFLIGHT-LINE FROM PF-TOTAL-LINE
           CLOSE PREFLIGHT-RPT
           IF WS-FILES-FAILED > 0
               DISPLAY 'PRE-FLIGHT: ' WS-FILES-FAILED
                 ' INPUT FILE(S) FAILED - SEE CHPREFLIGHTRPT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'PRE-FLIGHT: ' WS-FILES-CHECKED
                 ' INPUT FILE(S) PROVEN'
           END-IF
           STOP RUN.

       105-READ-STREAM-DATE.
           OPEN INPUT STREAM-DATE-FILE
           READ STREAM-DATE-FILE
               AT END
                   DISPLAY 'NO STREAM BUSINESS DATE - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE STREAM-DATE-FILE
                   STOP RUN
               NOT AT END
                   MOVE SD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE STREAM-DATE-FILE.

       *> step 00 is the pre-flight itself and reads nothing of its
       *> own, so it is left out of the steps to be covered
       110-LOAD-JOB-STREAM.
           OPEN INPUT JOB-STREAM-FILE
           PERFORM UNTIL WS-MORE-RECORDS = 'NO '
               READ JOB-STREAM-FILE
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       IF JS-STEP-NO NOT = ZERO
                           ADD 1 TO WS-STP-COUNT
                           MOVE JS-STEP-NO TO WS-STP-NO(WS-STP-COUNT)
                           MOVE JS-FREQUENCY
                             TO WS-STP-FREQUENCY(WS-STP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-STREAM-FILE.

       120-LOAD-STEP-STATUS.
           OPEN INPUT STEP-STATUS-FILE
           PERFORM UNTIL WS-SS-MORE-RECORDS = 'NO '
               READ STEP-STATUS-FILE
                   AT END
                       MOVE 'NO ' TO WS-SS-MORE-RECORDS
                   NOT AT END
                       IF SS-RUN-DATE = WS-RUN-DATE
                         AND SS-STATUS = 'COMPLETE'
                           ADD 1 TO WS-DONE-COUNT
                           MOVE SS-STEP-NO
                             TO WS-DONE-STEP(WS-DONE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-STATUS-FILE.

       *> only tonight's entry and the working days before it in the
       *> month are needed - no table is held
       125-READ-CALENDAR.
           OPEN INPUT BUSINESS-CAL-FILE
           PERFORM UNTIL WS-CAL-MORE-RECORDS = 'NO '
               READ BUSINESS-CAL-FILE
                   AT END
                       MOVE 'NO ' TO WS-CAL-MORE-RECORDS
                   NOT AT END
                       MOVE CAL-DATE TO WS-CAL-DATE-HOLD
                       IF CAL-DATE = WS-RUN-DATE
                         AND CAL-DAY-TYPE = 'W'
                           SET WS-BUSINESS-DAY TO TRUE
                           MOVE CAL-PERIOD-END TO WS-TODAY-PERIOD-END
                       END-IF
                       IF WS-CAL-HOLD-YYYYMM = WS-RUN-YYYYMM
                         AND CAL-DATE NOT > WS-RUN-DATE
                         AND CAL-DAY-TYPE = 'W'
                           ADD 1 TO WS-TODAY-WORKDAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUSINESS-CAL-FILE.

       130-LOAD-DEFINITIONS.
           OPEN INPUT LAYOUT-DEF-FILE
           PERFORM UNTIL WS-DEF-MORE-RECORDS = 'NO '
               READ LAYOUT-DEF-FILE
                   AT END
                       MOVE 'NO ' TO WS-DEF-MORE-RECORDS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DEF-FILE-REC
                               PERFORM 135-FILE-DEFINITION
                           WHEN DEF-FIELD-REC
                               PERFORM 137-FIELD-DEFINITION
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LAYOUT-DEF-FILE.

       135-FILE-DEFINITION.
           IF WS-FIL-COUNT = 50
               DISPLAY 'LAYOUT FILE TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FIL-COUNT
           MOVE DEF-STEP-NO TO WS-FIL-STEP-NO(WS-FIL-COUNT)
           MOVE DEF-FILE-NAME TO WS-FIL-NAME(WS-FIL-COUNT)
           MOVE DEF-MIN-LEN TO WS-FIL-MIN-LEN(WS-FIL-COUNT)
           MOVE DEF-MAX-LEN TO WS-FIL-MAX-LEN(WS-FIL-COUNT)
           MOVE DEF-HDR-ID TO WS-FIL-HDR-ID(WS-FIL-COUNT)
           MOVE DEF-TRL-ID TO WS-FIL-TRL-ID(WS-FIL-COUNT)
           MOVE ZERO TO WS-FIL-TRL-CNT-POS(WS-FIL-COUNT)
           MOVE ZERO TO WS-FIL-TRL-CNT-LEN(WS-FIL-COUNT)
           IF DEF-TRL-CNT-POS NUMERIC
               MOVE DEF-TRL-CNT-POS TO WS-FIL-TRL-CNT-POS(WS-FIL-COUNT)
           END-IF
           IF DEF-TRL-CNT-LEN NUMERIC
               MOVE DEF-TRL-CNT-LEN TO WS-FIL-TRL-CNT-LEN(WS-FIL-COUNT)
           END-IF
           COMPUTE WS-FIL-FIRST-FIELD(WS-FIL-COUNT) = WS-FLD-COUNT + 1
           MOVE ZERO TO WS-FIL-FIELD-COUNT(WS-FIL-COUNT).

       137-FIELD-DEFINITION.
           IF WS-FIL-COUNT = 0
               DISPLAY 'FIELD DEFINITION BEFORE ANY FILE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FLD-COUNT = 500
               DISPLAY 'LAYOUT FIELD TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FLD-COUNT
           MOVE DEF-FIELD-NAME TO WS-FLD-NAME(WS-FLD-COUNT)
           MOVE DEF-FIELD-POS TO WS-FLD-POS(WS-FLD-COUNT)
           MOVE DEF-FIELD-LEN TO WS-FLD-LEN(WS-FLD-COUNT)
           MOVE DEF-FIELD-CHECK TO WS-FLD-CHECK(WS-FLD-COUNT)
           ADD 1 TO WS-FIL-FIELD-COUNT(WS-FIL-COUNT).

       *> a file is proven when its step is due tonight by the
       *> calendar and has not already completed for this business
       *> date
       200-CHECK-ONE-FILE.
           MOVE WS-FIL-NAME(WS-FIL-SUB) TO PFF-FILE-NAME
           MOVE WS-FIL-STEP-NO(WS-FIL-SUB) TO PFF-STEP-NO
           MOVE ZERO TO PFF-RECORDS PFF-ERRORS
           PERFORM 210-CHECK-STEP
           EVALUATE TRUE
               WHEN WS-FIL-STEP-NO(WS-FIL-SUB) = ZERO
                   PERFORM 220-PROVE-FILE
               WHEN NOT WS-STEP-IN-STREAM
                   ADD 1 TO WS-FILES-SKIPPED
                   MOVE 'SKIPPED - STEP NOT IN STREAM' TO PFF-RESULT
                   WRITE PREFLIGHT-LINE FROM PF-FILE-LINE
               WHEN NOT WS-STEP-DUE
                   ADD 1 TO WS-FILES-SKIPPED
                   MOVE 'SKIPPED - STEP NOT DUE' TO PFF-RESULT
                   WRITE PREFLIGHT-LINE FROM PF-FILE-LINE
               WHEN WS-STEP-DONE
                   ADD 1 TO WS-FILES-SKIPPED
                   MOVE 'SKIPPED - STEP COMPLETE' TO PFF-RESULT
                   WRITE PREFLIGHT-LINE FROM PF-FILE-LINE
               WHEN OTHER
                   PERFORM 220-PROVE-FILE
           END-EVALUATE.

       210-CHECK-STEP.
           MOVE 'NO ' TO WS-STEP-IN-STREAM-SW
           MOVE 'NO ' TO WS-STEP-DONE-SW
           MOVE 'NO ' TO WS-STEP-DUE-SW
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
             UNTIL WS-STP-SUB > WS-STP-COUNT
               IF WS-STP-NO(WS-STP-SUB) = WS-FIL-STEP-NO(WS-FIL-SUB)
                   SET WS-STEP-IN-STREAM TO TRUE
                   PERFORM 215-CHECK-STEP-DUE
                   MOVE WS-STP-COUNT TO WS-STP-SUB
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
             UNTIL WS-DONE-SUB > WS-DONE-COUNT
               IF WS-DONE-STEP(WS-DONE-SUB) =
                 WS-FIL-STEP-NO(WS-FIL-SUB)
                   SET WS-STEP-DONE TO TRUE
                   MOVE WS-DONE-COUNT TO WS-DONE-SUB
               END-IF
           END-PERFORM.

       *> same frequency rules as the stream driver - a year-end is
       *> also a quarter-end and a month-end
       215-CHECK-STEP-DUE.
           MOVE 'NO ' TO WS-STEP-DUE-SW
           IF WS-BUSINESS-DAY
               EVALUATE TRUE
                   WHEN WS-STP-FREQUENCY(WS-STP-SUB) = SPACES
                   WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'D '
                       SET WS-STEP-DUE TO TRUE
                   WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'ME'
                       IF WS-TODAY-PERIOD-END = 'M' OR 'Q' OR 'Y'
                           SET WS-STEP-DUE TO TRUE
                       END-IF
                   WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'QE'
                       IF WS-TODAY-PERIOD-END = 'Q' OR 'Y'
                           SET WS-STEP-DUE TO TRUE
                       END-IF
                   WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'YE'
                       IF WS-TODAY-PERIOD-END = 'Y'
                           SET WS-STEP-DUE TO TRUE
                       END-IF
                   WHEN OTHER
                       IF WS-STP-FREQ-DAY(WS-STP-SUB) = WS-TODAY-WORKDAY
                           SET WS-STEP-DUE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       220-PROVE-FILE.
           ADD 1 TO WS-FILES-CHECKED
           MOVE WS-FIL-NAME(WS-FIL-SUB) TO WS-CHK-NAME
           MOVE ZERO TO WS-CHK-REC-NO WS-CHK-DETAIL-COUNT
             WS-CHK-ERROR-COUNT WS-CHK-TRL-COUNT WS-CHK-TRL-REC-NO
             WS-ERR-REC-NO
           MOVE 'NO ' TO WS-TRAILER-SEEN-SW
           MOVE 'YES' TO WS-CHK-MORE-RECORDS
           OPEN INPUT CHECKED-FILE
           IF WS-CHK-STATUS = '05'
               MOVE SPACES TO WS-ERR-FIELD
               MOVE 'FILE DOES NOT EXIST' TO WS-ERR-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               PERFORM UNTIL WS-CHK-MORE-RECORDS = 'NO '
                   MOVE SPACES TO CHECKED-REC
                   READ CHECKED-FILE
                       AT END
                           MOVE 'NO ' TO WS-CHK-MORE-RECORDS
                       NOT AT END
                           ADD 1 TO WS-CHK-REC-NO
                           PERFORM 230-CHECK-RECORD
                   END-READ
               END-PERFORM
               IF WS-CHK-REC-NO = ZERO
                   MOVE SPACES TO WS-ERR-FIELD
                   MOVE 'FILE IS EMPTY' TO WS-ERR-REASON
                   PERFORM 280-WRITE-ERROR
               ELSE
                   PERFORM 250-CHECK-TRAILER
               END-IF
           END-IF
           CLOSE CHECKED-FILE
           MOVE WS-CHK-REC-NO TO PFF-RECORDS
           MOVE WS-CHK-ERROR-COUNT TO PFF-ERRORS
           IF WS-CHK-ERROR-COUNT = ZERO
               MOVE 'PASSED' TO PFF-RESULT
           ELSE
               ADD 1 TO WS-FILES-FAILED
               MOVE '** FAILED **' TO PFF-RESULT
           END-IF
           WRITE PREFLIGHT-LINE FROM PF-FILE-LINE.

       *> header records are passed over; the trailer is held for the
       *> count proof; every other record is a detail record
       230-CHECK-RECORD.
           MOVE WS-CHK-REC-NO TO WS-ERR-REC-NO
           IF WS-TRAILER-SEEN
               MOVE SPACES TO WS-ERR-FIELD
               MOVE 'RECORD AFTER TRAILER' TO WS-ERR-REASON
               PERFORM 280-WRITE-ERROR
           END-IF
           EVALUATE TRUE
               WHEN WS-FIL-TRL-ID(WS-FIL-SUB) NOT = SPACES
                 AND CHECKED-REC(1:5) = WS-FIL-TRL-ID(WS-FIL-SUB)
                   PERFORM 235-FILE-TRAILER
               WHEN WS-FIL-HDR-ID(WS-FIL-SUB) NOT = SPACES
                 AND CHECKED-REC(1:5) = WS-FIL-HDR-ID(WS-FIL-SUB)
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CHK-DETAIL-COUNT
                   PERFORM 240-CHECK-DETAIL
           END-EVALUATE.

       235-FILE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           MOVE WS-CHK-REC-NO TO WS-CHK-TRL-REC-NO
           IF WS-FIL-TRL-CNT-LEN(WS-FIL-SUB) > ZERO
               MOVE SPACES TO WS-FIELD-WORK
               MOVE CHECKED-REC(WS-FIL-TRL-CNT-POS(WS-FIL-SUB):
                 WS-FIL-TRL-CNT-LEN(WS-FIL-SUB))
                 TO WS-FIELD-WORK
               IF WS-FIELD-WORK(1:WS-FIL-TRL-CNT-LEN(WS-FIL-SUB))
                 NUMERIC
                   MOVE WS-FIELD-WORK(1:WS-FIL-TRL-CNT-LEN(WS-FIL-SUB))
                     TO WS-CHK-TRL-COUNT
               ELSE
                   MOVE 'TRAILER COUNT' TO WS-ERR-FIELD
                   MOVE 'NOT NUMERIC' TO WS-ERR-REASON
                   PERFORM 280-WRITE-ERROR
               END-IF
           END-IF.

       240-CHECK-DETAIL.
           MOVE SPACES TO WS-ERR-FIELD
           IF WS-FIL-MAX-LEN(WS-FIL-SUB) > ZERO
             AND WS-CHK-LEN > WS-FIL-MAX-LEN(WS-FIL-SUB)
               MOVE 'RECORD LONGER THAN LAYOUT' TO WS-ERR-REASON
               PERFORM 280-WRITE-ERROR
           END-IF
           IF WS-CHK-LEN < WS-FIL-MIN-LEN(WS-FIL-SUB)
               MOVE 'RECORD SHORTER THAN LAYOUT' TO WS-ERR-REASON
               PERFORM 280-WRITE-ERROR
           END-IF
           COMPUTE WS-FLD-LAST = WS-FIL-FIRST-FIELD(WS-FIL-SUB)
             + WS-FIL-FIELD-COUNT(WS-FIL-SUB) - 1
           PERFORM VARYING WS-FLD-SUB
             FROM WS-FIL-FIRST-FIELD(WS-FIL-SUB) BY 1
             UNTIL WS-FLD-SUB > WS-FLD-LAST
               PERFORM 245-CHECK-FIELD
           END-PERFORM.

       245-CHECK-FIELD.
           MOVE WS-FLD-NAME(WS-FLD-SUB) TO WS-ERR-FIELD
           COMPUTE WS-FLD-END = WS-FLD-POS(WS-FLD-SUB)
             + WS-FLD-LEN(WS-FLD-SUB) - 1
           IF WS-FLD-POS(WS-FLD-SUB) = ZERO
             OR WS-FLD-LEN(WS-FLD-SUB) = ZERO
             OR WS-FLD-END > 1000
               MOVE 'BAD LAYOUT DEFINITION' TO WS-ERR-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE SPACES TO WS-FIELD-WORK
               MOVE CHECKED-REC(WS-FLD-POS(WS-FLD-SUB):
                 WS-FLD-LEN(WS-FLD-SUB)) TO WS-FIELD-WORK
               EVALUATE WS-FLD-CHECK(WS-FLD-SUB)
                   WHEN 'N'
                       IF WS-FIELD-WORK(1:WS-FLD-LEN(WS-FLD-SUB))
                         NOT NUMERIC
                           MOVE 'NOT NUMERIC' TO WS-ERR-REASON
                           PERFORM 280-WRITE-ERROR
                       END-IF
                   WHEN 'S'
                       PERFORM 247-CHECK-SIGNED-FIELD
                   WHEN 'K'
                       IF WS-FIELD-WORK(1:WS-FLD-LEN(WS-FLD-SUB))
                         = SPACES
                           MOVE 'REQUIRED KEY IS BLANK' TO WS-ERR-REASON
                           PERFORM 280-WRITE-ERROR
                       END-IF
               END-EVALUATE
           END-IF.

       *> a leading separate sign, then the digits
       247-CHECK-SIGNED-FIELD.
           MOVE WS-FIELD-WORK(1:1) TO WS-FIELD-SIGN
           IF WS-FLD-LEN(WS-FLD-SUB) < 2
             OR (WS-FIELD-SIGN NOT = '+' AND WS-FIELD-SIGN NOT = '-')
               MOVE 'SIGN MISSING OR INVALID' TO WS-ERR-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               IF WS-FIELD-WORK(2:WS-FLD-LEN(WS-FLD-SUB) - 1)
                 NOT NUMERIC
                   MOVE 'NOT NUMERIC' TO WS-ERR-REASON
                   PERFORM 280-WRITE-ERROR
               END-IF
           END-IF.

       250-CHECK-TRAILER.
           MOVE WS-CHK-TRL-REC-NO TO WS-ERR-REC-NO
           IF WS-FIL-TRL-ID(WS-FIL-SUB) NOT = SPACES
               IF NOT WS-TRAILER-SEEN
                   MOVE SPACES TO WS-ERR-FIELD
                   MOVE 'TRAILER RECORD MISSING' TO WS-ERR-REASON
                   PERFORM 280-WRITE-ERROR
               ELSE
                   IF WS-FIL-TRL-CNT-LEN(WS-FIL-SUB) > ZERO
                     AND WS-CHK-TRL-COUNT NOT = WS-CHK-DETAIL-COUNT
                       MOVE 'TRAILER COUNT' TO WS-ERR-FIELD
                       MOVE 'DOES NOT MATCH DETAIL RECORDS'
                         TO WS-ERR-REASON
                       PERFORM 280-WRITE-ERROR
                   END-IF
               END-IF
           END-IF.

       280-WRITE-ERROR.
           ADD 1 TO WS-CHK-ERROR-COUNT
           IF WS-CHK-ERROR-COUNT NOT > WS-ERROR-LIST-LIMIT
               MOVE WS-FIL-NAME(WS-FIL-SUB) TO PFD-FILE-NAME
               MOVE WS-ERR-REC-NO TO PFD-REC-NO
               MOVE WS-ERR-FIELD TO PFD-FIELD
               MOVE WS-ERR-REASON TO PFD-REASON
               WRITE PREFLIGHT-LINE FROM PF-DETAIL-LINE
           END-IF.

       end program PreFlight.
