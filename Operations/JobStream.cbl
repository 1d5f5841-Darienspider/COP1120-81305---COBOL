       *> the night's steps in dependency order - posting before the
       *> close, the raise run before its reconciliation, the payroll
       *> files final before the rollup
       *> a step 00 record is the pre-flight input validation - it
       *> runs before step 1 every night and is never marked complete
       SELECT JOB-STREAM-FILE
       ASSIGN TO 'CHJOBSTREAM'
       ORGANIZATION IS LINE SEQUENTIAL.
       ASSIGN TO 'CHSTEPSTATUS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the business calendar - working days and holidays, with
       *> the month-, quarter- and year-end dates marked; a date not
       *> on the calendar is not a business day
       SELECT BUSINESS-CAL-FILE
       ASSIGN TO 'CHBUSCAL'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STREAM-RPT
       ASSIGN TO 'CHJOBSTREAMRPT'
       ORGANIZATION IS LINE SEQUENTIAL.
         05 JS-STEP-NAME PIC X(12).
         05 FILLER PIC X(1).
         05 JS-COMMAND PIC X(60).
         05 FILLER PIC X(1).
       *> spaces or D daily, ME month-end, QE quarter-end, YE
       *> year-end, or 01-23 the working day of the month
         05 JS-FREQUENCY PIC X(2).

       FD STEP-STATUS-FILE RECORDING MODE IS F.
       01 STEP-STATUS-REC.
         05 FILLER PIC X(1).
         05 SS-STATUS PIC X(8).

       FD BUSINESS-CAL-FILE RECORDING MODE IS F.
       01 BUSINESS-CAL-REC.
         05 CAL-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 CAL-DAY-TYPE PIC X(1).
           88 CAL-WORKING-DAY VALUE 'W'.
           88 CAL-HOLIDAY VALUE 'H'.
         05 FILLER PIC X(1).
       *> M month-end, Q quarter-end, Y year-end - set on the last
       *> working day of the period
         05 CAL-PERIOD-END PIC X(1).
         05 FILLER PIC X(1).
         05 CAL-DESC PIC X(20).

       FD STREAM-RPT RECORDING MODE IS F.
       01 STREAM-LINE PIC X(90).

       01 WS-SS-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
         05 WS-RUN-YYYYMM PIC 9(6).
         05 FILLER PIC 9(2).

       *> the stream definition held in core, run in step order
       01 WS-STEP-TABLE.
           10 WS-STP-NO PIC 9(2).
           10 WS-STP-NAME PIC X(12).
           10 WS-STP-COMMAND PIC X(60).
           10 WS-STP-FREQUENCY PIC X(2).
           10 WS-STP-FREQ-DAY REDEFINES WS-STP-FREQUENCY PIC 9(2).
       01 WS-STP-SUB PIC 9(2) VALUE ZERO.

       *> steps already completed for this business date
       01 WS-STEP-DONE-SW PIC X(3) VALUE 'NO '.
         88 WS-STEP-DONE VALUE 'YES'.

       *> the calendar held in core and tonight's place in it
       01 WS-CAL-TABLE.
         05 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CAL-ENTRY OCCURS 800 TIMES.
           10 WS-CAL-DATE PIC 9(8).
           10 WS-CAL-DAY-TYPE PIC X(1).
           10 WS-CAL-PERIOD-END PIC X(1).
           10 WS-CAL-DESC PIC X(20).
       01 WS-CAL-SUB PIC 9(3) VALUE ZERO.
       01 WS-CAL-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CAL-LAST-DATE PIC 9(8) VALUE ZERO.
       01 WS-CAL-DATE-HOLD PIC 9(8) VALUE ZERO.
       01 WS-CAL-DATE-HOLD-X REDEFINES WS-CAL-DATE-HOLD.
         05 WS-CAL-HOLD-YYYYMM PIC 9(6).
         05 FILLER PIC 9(2).
       01 WS-BUSINESS-DAY-SW PIC X(3) VALUE 'NO '.
         88 WS-BUSINESS-DAY VALUE 'YES'.
       01 WS-TODAY-WORKDAY PIC 9(2) VALUE ZERO.
       01 WS-TODAY-PERIOD-END PIC X(1) VALUE SPACE.
       01 WS-TODAY-DESC PIC X(20) VALUE SPACES.
       01 WS-STEP-DUE-SW PIC X(3) VALUE 'NO '.
         88 WS-STEP-DUE VALUE 'YES'.
       01 WS-NOT-DUE-COUNT PIC 9(2) VALUE ZERO.

       01 WS-STREAM-FAILED-SW PIC X(3) VALUE 'NO '.
         88 WS-STREAM-FAILED VALUE 'YES'.
       01 WS-PREFLIGHT-NAME PIC X(12) VALUE SPACES.
       01 WS-PREFLIGHT-COMMAND PIC X(60) VALUE SPACES.
       01 WS-PREFLIGHT-FAILED-SW PIC X(3) VALUE 'NO '.
         88 WS-PREFLIGHT-FAILED VALUE 'YES'.
       01 WS-SYSTEM-COMMAND PIC X(60) VALUE SPACES.
       01 WS-SYSTEM-STATUS PIC S9(9) COMP VALUE ZERO.
       01 WS-RUN-COUNT PIC 9(2) VALUE ZERO.
         05 STL-RUN PIC Z9.
         05 FILLER PIC X(20) VALUE '  SKIPPED-COMPLETE: '.
         05 STL-SKIPPED PIC Z9.
         05 FILLER PIC X(11) VALUE '  NOT DUE: '.
         05 STL-NOT-DUE PIC Z9.
         05 FILLER PIC X(46) VALUE SPACES.

       01 STREAM-DAY-LINE.
         05 FILLER PIC X(11) VALUE ' BUSINESS: '.
         05 SDL-DAY-TYPE PIC X(16).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SDL-DESC PIC X(20).
         05 FILLER PIC X(41) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           PERFORM 105-READ-STREAM-DATE
           PERFORM 110-LOAD-JOB-STREAM
           PERFORM 120-LOAD-STEP-STATUS
           PERFORM 115-LOAD-CALENDAR
           PERFORM 140-SET-BUSINESS-DAY
           OPEN OUTPUT STREAM-RPT
           MOVE WS-RUN-DATE TO STT-DATE
           WRITE STREAM-LINE FROM STREAM-TITLE-LINE
           WRITE STREAM-LINE FROM STREAM-DAY-LINE
           IF WS-BUSINESS-DAY
               IF WS-PREFLIGHT-COMMAND NOT = SPACES
                   PERFORM 150-RUN-PREFLIGHT
               END-IF
               PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                 UNTIL WS-STP-SUB > WS-STP-COUNT
                   OR WS-STREAM-FAILED
                   PERFORM 200-RUN-ONE-STEP
               END-PERFORM
           ELSE
               DISPLAY 'NON-BUSINESS DAY - NO STEPS RUN'
           END-IF
           MOVE WS-RUN-COUNT TO STL-RUN
           MOVE WS-SKIP-COUNT TO STL-SKIPPED
           MOVE WS-NOT-DUE-COUNT TO STL-NOT-DUE
           WRITE STREAM-LINE FROM STREAM-TOTAL-LINE
           CLOSE STREAM-RPT
           EVALUATE TRUE
               WHEN WS-PREFLIGHT-FAILED
                   DISPLAY 'JOB STREAM NOT STARTED - PRE-FLIGHT FAILED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STREAM-FAILED
                   DISPLAY 'JOB STREAM STOPPED ON FAILED STEP'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       *> a stream restarted after midnight must keep the night's
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       IF JS-STEP-NO = ZERO
                           MOVE JS-STEP-NAME TO WS-PREFLIGHT-NAME
                           MOVE JS-COMMAND TO WS-PREFLIGHT-COMMAND
                       ELSE
                           ADD 1 TO WS-STP-COUNT
                           MOVE JS-STEP-NO TO WS-STP-NO(WS-STP-COUNT)
                           MOVE JS-STEP-NAME
                             TO WS-STP-NAME(WS-STP-COUNT)
                           MOVE JS-COMMAND
                             TO WS-STP-COMMAND(WS-STP-COUNT)
                           MOVE JS-FREQUENCY
                             TO WS-STP-FREQUENCY(WS-STP-COUNT)
                           PERFORM 112-EDIT-FREQUENCY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-STREAM-FILE.

       *> a step with a frequency the driver cannot read would
       *> silently never run - the stream is refused instead
       112-EDIT-FREQUENCY.
           EVALUATE TRUE
               WHEN WS-STP-FREQUENCY(WS-STP-COUNT) = SPACES
               WHEN WS-STP-FREQUENCY(WS-STP-COUNT) = 'D '
               WHEN WS-STP-FREQUENCY(WS-STP-COUNT) = 'ME'
               WHEN WS-STP-FREQUENCY(WS-STP-COUNT) = 'QE'
               WHEN WS-STP-FREQUENCY(WS-STP-COUNT) = 'YE'
                   CONTINUE
               WHEN WS-STP-FREQ-DAY(WS-STP-COUNT) NUMERIC
                 AND WS-STP-FREQ-DAY(WS-STP-COUNT) > ZERO
                 AND WS-STP-FREQ-DAY(WS-STP-COUNT) < 24
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID FREQUENCY ON STEP '
                     WS-STP-NO(WS-STP-COUNT) ' - RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   CLOSE JOB-STREAM-FILE
                   GOBACK
           END-EVALUATE.

       115-LOAD-CALENDAR.
           OPEN INPUT BUSINESS-CAL-FILE
           PERFORM UNTIL WS-CAL-MORE-RECORDS = 'NO '
               READ BUSINESS-CAL-FILE
                   AT END
                       MOVE 'NO ' TO WS-CAL-MORE-RECORDS
                   NOT AT END
                       IF WS-CAL-COUNT = 800
                           DISPLAY 'CALENDAR TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           CLOSE BUSINESS-CAL-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                       MOVE CAL-DAY-TYPE
                         TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
                       MOVE CAL-PERIOD-END
                         TO WS-CAL-PERIOD-END(WS-CAL-COUNT)
                       MOVE CAL-DESC TO WS-CAL-DESC(WS-CAL-COUNT)
                       IF CAL-DATE > WS-CAL-LAST-DATE
                           MOVE CAL-DATE TO WS-CAL-LAST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUSINESS-CAL-FILE.

       120-LOAD-STEP-STATUS.
           OPEN INPUT STEP-STATUS-FILE
           PERFORM UNTIL WS-SS-MORE-RECORDS = 'NO '
               END-IF
           END-PERFORM.

       *> a date past the end of the calendar is refused - a
       *> calendar nobody extended would otherwise skip every night
       *> as a non-business day
       140-SET-BUSINESS-DAY.
           IF WS-RUN-DATE > WS-CAL-LAST-DATE
               DISPLAY 'STREAM DATE BEYOND BUSINESS CALENDAR - '
                 'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'NO ' TO WS-BUSINESS-DAY-SW
           MOVE ZERO TO WS-TODAY-WORKDAY
           MOVE SPACE TO WS-TODAY-PERIOD-END
           MOVE 'NOT ON CALENDAR' TO WS-TODAY-DESC
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-CAL-COUNT
               MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-CAL-DATE-HOLD
               IF WS-CAL-DATE-HOLD = WS-RUN-DATE
                   MOVE WS-CAL-DESC(WS-CAL-SUB) TO WS-TODAY-DESC
                   IF WS-CAL-DAY-TYPE(WS-CAL-SUB) = 'W'
                       SET WS-BUSINESS-DAY TO TRUE
                       MOVE WS-CAL-PERIOD-END(WS-CAL-SUB)
                         TO WS-TODAY-PERIOD-END
                   END-IF
               END-IF
               IF WS-CAL-HOLD-YYYYMM = WS-RUN-YYYYMM
                 AND WS-CAL-DATE-HOLD NOT > WS-RUN-DATE
                 AND WS-CAL-DAY-TYPE(WS-CAL-SUB) = 'W'
                   ADD 1 TO WS-TODAY-WORKDAY
               END-IF
           END-PERFORM
           MOVE WS-TODAY-DESC TO SDL-DESC
           EVALUATE TRUE
               WHEN NOT WS-BUSINESS-DAY
                   MOVE 'NON-BUSINESS DAY' TO SDL-DAY-TYPE
               WHEN WS-TODAY-PERIOD-END = 'Y'
                   MOVE 'YEAR-END' TO SDL-DAY-TYPE
               WHEN WS-TODAY-PERIOD-END = 'Q'
                   MOVE 'QUARTER-END' TO SDL-DAY-TYPE
               WHEN WS-TODAY-PERIOD-END = 'M'
                   MOVE 'MONTH-END' TO SDL-DAY-TYPE
               WHEN OTHER
                   MOVE 'WORKING DAY' TO SDL-DAY-TYPE
           END-EVALUATE.

       *> a year-end is also a quarter-end and a month-end
       145-CHECK-STEP-DUE.
           MOVE 'NO ' TO WS-STEP-DUE-SW
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
           END-EVALUATE.

       *> every input the night's steps will read is proven before
       *> step 1; a bad file stops the stream before anything posts
       150-RUN-PREFLIGHT.
           MOVE ZERO TO STD-STEP-NO
           MOVE WS-PREFLIGHT-NAME TO STD-STEP-NAME
           MOVE WS-PREFLIGHT-COMMAND TO WS-SYSTEM-COMMAND
           CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
             RETURNING WS-SYSTEM-STATUS
           IF WS-SYSTEM-STATUS = ZERO
               MOVE 'INPUTS PROVEN' TO STD-OUTCOME
           ELSE
               SET WS-PREFLIGHT-FAILED TO TRUE
               SET WS-STREAM-FAILED TO TRUE
               MOVE '** INPUTS FAILED - NO RUN **' TO STD-OUTCOME
           END-IF
           WRITE STREAM-LINE FROM STREAM-DETAIL-LINE.

       *> a step not due by the calendar, or that already completed
       *> for this business date, is skipped; the first failing
       *> step stops the stream so nothing runs against half-posted
       *> files
       200-RUN-ONE-STEP.
           PERFORM 130-CHECK-STEP-DONE
           PERFORM 145-CHECK-STEP-DUE
           MOVE WS-STP-NO(WS-STP-SUB) TO STD-STEP-NO
           MOVE WS-STP-NAME(WS-STP-SUB) TO STD-STEP-NAME
           EVALUATE TRUE
               WHEN NOT WS-STEP-DUE
                   ADD 1 TO WS-NOT-DUE-COUNT
                   MOVE 'SKIPPED - NOT DUE TODAY' TO STD-OUTCOME
                   WRITE STREAM-LINE FROM STREAM-DETAIL-LINE
               WHEN WS-STEP-DONE
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE 'SKIPPED - ALREADY COMPLETE' TO STD-OUTCOME
                   WRITE STREAM-LINE FROM STREAM-DETAIL-LINE
               WHEN OTHER
                   MOVE WS-STP-COMMAND(WS-STP-SUB) TO WS-SYSTEM-COMMAND
                   CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
                     RETURNING WS-SYSTEM-STATUS
                   ADD 1 TO WS-RUN-COUNT
                   IF WS-SYSTEM-STATUS = ZERO
                       MOVE 'COMPLETE' TO STD-OUTCOME
                       PERFORM 210-RECORD-STEP-OUTCOME
                       WRITE STREAM-LINE FROM STREAM-DETAIL-LINE
                   ELSE
                       SET WS-STREAM-FAILED TO TRUE
                       MOVE '** FAILED - STREAM STOPPED **'
                         TO STD-OUTCOME
                       PERFORM 220-RECORD-STEP-FAILED
                       WRITE STREAM-LINE FROM STREAM-DETAIL-LINE
                   END-IF
           END-EVALUATE.

       210-RECORD-STEP-OUTCOME.
           OPEN EXTEND STEP-STATUS-FILE
