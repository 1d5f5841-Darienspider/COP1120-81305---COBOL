       identification division.
       program-id. StreamSched.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> the schedule starts from the stream's business date
       SELECT OPTIONAL STREAM-DATE-FILE
       ASSIGN TO 'CHSTREAMDATE'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOB-STREAM-FILE
       ASSIGN TO 'CHJOBSTREAM'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BUSINESS-CAL-FILE
       ASSIGN TO 'CHBUSCAL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> which steps the stream will run over the coming days, so
       *> a missing month-end or a holiday in the wrong place is seen
       *> before the night it matters
       SELECT SCHEDULE-RPT
       ASSIGN TO 'CHSTREAMSCHED'
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

       FD BUSINESS-CAL-FILE RECORDING MODE IS F.
       01 BUSINESS-CAL-REC.
         05 CAL-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 CAL-DAY-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 CAL-PERIOD-END PIC X(1).
         05 FILLER PIC X(1).
         05 CAL-DESC PIC X(20).

       FD SCHEDULE-RPT RECORDING MODE IS F.
       01 SCHEDULE-LINE PIC X(90).

       working-storage section.
       01 WS-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CAL-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-SCHED-DAYS PIC 9(3) VALUE 30.
       01 WS-DAY-OFFSET PIC 9(3) VALUE ZERO.
       01 WS-ROLL-DATE PIC 9(8) VALUE ZERO.
       01 WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE.
         05 WS-ROLL-YYYY PIC 9(4).
         05 WS-ROLL-MM PIC 9(2).
         05 WS-ROLL-DD PIC 9(2).
       01 WS-ROLL-DAYS-LEFT PIC 9(3) VALUE ZERO.
       01 WS-ROLL-MONTH-END PIC 9(2) VALUE ZERO.
       01 WS-ROLL-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-ROLL-REMAINDER PIC 9(1) VALUE ZERO.
       01 WS-MONTH-DAYS-TABLE VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01 WS-SCHED-DATE PIC 9(8) VALUE ZERO.
       01 WS-SCHED-DATE-X REDEFINES WS-SCHED-DATE.
         05 WS-SCHED-YYYYMM PIC 9(6).
         05 FILLER PIC 9(2).

       01 WS-STEP-TABLE.
         05 WS-STP-COUNT PIC 9(2) VALUE ZERO.
         05 WS-STP-ENTRY OCCURS 30 TIMES.
           10 WS-STP-NO PIC 9(2).
           10 WS-STP-NAME PIC X(12).
           10 WS-STP-FREQUENCY PIC X(2).
           10 WS-STP-FREQ-DAY REDEFINES WS-STP-FREQUENCY PIC 9(2).
       01 WS-STP-SUB PIC 9(2) VALUE ZERO.
       01 WS-STEP-DUE-SW PIC X(3) VALUE 'NO '.
         88 WS-STEP-DUE VALUE 'YES'.

       01 WS-CAL-TABLE.
         05 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CAL-ENTRY OCCURS 800 TIMES.
           10 WS-CAL-DATE PIC 9(8).
           10 WS-CAL-DAY-TYPE PIC X(1).
           10 WS-CAL-PERIOD-END PIC X(1).
           10 WS-CAL-DESC PIC X(20).
       01 WS-CAL-SUB PIC 9(3) VALUE ZERO.
       01 WS-CAL-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-CAL-LAST-DATE PIC 9(8) VALUE ZERO.
       01 WS-CAL-DATE-HOLD PIC 9(8) VALUE ZERO.
       01 WS-CAL-DATE-HOLD-X REDEFINES WS-CAL-DATE-HOLD.
         05 WS-CAL-HOLD-YYYYMM PIC 9(6).
         05 FILLER PIC 9(2).
       01 WS-CAL-ENDED-SW PIC X(3) VALUE 'NO '.
         88 WS-CAL-ENDED VALUE 'YES'.

       01 WS-DAY-WORKDAY PIC 9(2) VALUE ZERO.
       01 WS-DAY-PERIOD-END PIC X(1) VALUE SPACE.

       01 WS-SCHED-TOTALS.
         05 WS-BUSINESS-DAYS PIC 9(3) VALUE ZERO.
         05 WS-HOLIDAYS PIC 9(3) VALUE ZERO.
         05 WS-STEP-RUNS PIC 9(4) VALUE ZERO.

       01 SCHED-TITLE-LINE.
         05 FILLER PIC X(31) VALUE ' JOB STREAM FORWARD SCHEDULE - '.
         05 FILLER PIC X(5) VALUE 'FROM '.
         05 SCT-FROM-DATE PIC 9(8).
         05 FILLER PIC X(4) VALUE ' TO '.
         05 SCT-TO-DATE PIC 9(8).
         05 FILLER PIC X(34) VALUE SPACES.

       01 SCHED-DAY-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SCD-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SCD-DAY-TYPE PIC X(16).
         05 SCD-WORKDAY-LIT PIC X(4).
         05 SCD-WORKDAY PIC ZZ.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SCD-DESC PIC X(20).
         05 FILLER PIC X(35) VALUE SPACES.

       01 SCHED-STEP-LINE.
         05 FILLER PIC X(16) VALUE '           STEP '.
         05 SCS-STEP-NO PIC 9(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SCS-STEP-NAME PIC X(12).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SCS-FREQUENCY PIC X(20).
         05 FILLER PIC X(36) VALUE SPACES.

       01 SCHED-END-LINE.
         05 FILLER PIC X(29) VALUE
           ' ** BUSINESS CALENDAR ENDS - '.
         05 SCE-LAST-DATE PIC 9(8).
         05 FILLER PIC X(30) VALUE
           ' - SCHEDULE INCOMPLETE **     '.
         05 FILLER PIC X(23) VALUE SPACES.

       01 SCHED-TOTAL-LINE.
         05 FILLER PIC X(16) VALUE ' BUSINESS DAYS: '.
         05 SCL-BUSINESS-DAYS PIC ZZ9.
         05 FILLER PIC X(12) VALUE '  HOLIDAYS: '.
         05 SCL-HOLIDAYS PIC ZZ9.
         05 FILLER PIC X(13) VALUE '  STEP RUNS: '.
         05 SCL-STEP-RUNS PIC ZZZ9.
         05 FILLER PIC X(39) VALUE SPACES.

       01 SCHED-BLANK-LINE PIC X(90) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           PERFORM 105-READ-STREAM-DATE
           PERFORM 110-LOAD-JOB-STREAM
           PERFORM 115-LOAD-CALENDAR
           OPEN OUTPUT SCHEDULE-RPT
           MOVE WS-RUN-DATE TO SCT-FROM-DATE
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           COMPUTE WS-ROLL-DAYS-LEFT = WS-SCHED-DAYS - 1
           PERFORM 250-ADD-CALENDAR-DAYS
           MOVE WS-ROLL-DATE TO SCT-TO-DATE
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           WRITE SCHEDULE-LINE FROM SCHED-TITLE-LINE
           WRITE SCHEDULE-LINE FROM SCHED-BLANK-LINE
           PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
             UNTIL WS-DAY-OFFSET NOT < WS-SCHED-DAYS
               OR WS-CAL-ENDED
               PERFORM 200-SCHEDULE-ONE-DAY
           END-PERFORM
           IF WS-CAL-ENDED
               MOVE WS-CAL-LAST-DATE TO SCE-LAST-DATE
               WRITE SCHEDULE-LINE FROM SCHED-END-LINE
           END-IF
           WRITE SCHEDULE-LINE FROM SCHED-BLANK-LINE
           MOVE WS-BUSINESS-DAYS TO SCL-BUSINESS-DAYS
           MOVE WS-HOLIDAYS TO SCL-HOLIDAYS
           MOVE WS-STEP-RUNS TO SCL-STEP-RUNS
           WRITE SCHEDULE-LINE FROM SCHED-TOTAL-LINE
           CLOSE SCHEDULE-RPT
           IF WS-CAL-ENDED
               DISPLAY 'BUSINESS CALENDAR ENDS ' WS-CAL-LAST-DATE
                 ' - EXTEND CHBUSCAL'
               MOVE 4 TO RETURN-CODE
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

       *> the pre-flight step runs every business night and is not
       *> listed
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
                           MOVE JS-STEP-NAME
                             TO WS-STP-NAME(WS-STP-COUNT)
                           MOVE JS-FREQUENCY
                             TO WS-STP-FREQUENCY(WS-STP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-STREAM-FILE.

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
                           STOP RUN
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

       *> dates not on the calendar are weekends and are left off;
       *> holidays are listed so an operator can see the gap
       200-SCHEDULE-ONE-DAY.
           MOVE WS-ROLL-DATE TO WS-SCHED-DATE
           IF WS-SCHED-DATE > WS-CAL-LAST-DATE
               SET WS-CAL-ENDED TO TRUE
           ELSE
               PERFORM 210-FIND-CALENDAR-DAY
               IF WS-CAL-FOUND-SUB NOT = ZERO
                   MOVE WS-SCHED-DATE TO SCD-DATE
                   MOVE WS-CAL-DESC(WS-CAL-FOUND-SUB) TO SCD-DESC
                   IF WS-CAL-DAY-TYPE(WS-CAL-FOUND-SUB) = 'W'
                       PERFORM 220-SCHEDULE-WORKING-DAY
                   ELSE
                       ADD 1 TO WS-HOLIDAYS
                       MOVE 'HOLIDAY - NO RUN' TO SCD-DAY-TYPE
                       MOVE SPACES TO SCD-WORKDAY-LIT
                       MOVE ZERO TO SCD-WORKDAY
                       WRITE SCHEDULE-LINE FROM SCHED-DAY-LINE
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO WS-ROLL-DAYS-LEFT
           PERFORM 250-ADD-CALENDAR-DAYS.

       *> finds the day and counts the working days before it in
       *> its month
       210-FIND-CALENDAR-DAY.
           MOVE ZERO TO WS-CAL-FOUND-SUB
           MOVE ZERO TO WS-DAY-WORKDAY
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-CAL-COUNT
               MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-CAL-DATE-HOLD
               IF WS-CAL-DATE-HOLD = WS-SCHED-DATE
                   MOVE WS-CAL-SUB TO WS-CAL-FOUND-SUB
               END-IF
               IF WS-CAL-HOLD-YYYYMM = WS-SCHED-YYYYMM
                 AND WS-CAL-DATE-HOLD NOT > WS-SCHED-DATE
                 AND WS-CAL-DAY-TYPE(WS-CAL-SUB) = 'W'
                   ADD 1 TO WS-DAY-WORKDAY
               END-IF
           END-PERFORM.

       220-SCHEDULE-WORKING-DAY.
           ADD 1 TO WS-BUSINESS-DAYS
           MOVE WS-CAL-PERIOD-END(WS-CAL-FOUND-SUB)
             TO WS-DAY-PERIOD-END
           EVALUATE WS-DAY-PERIOD-END
               WHEN 'Y'
                   MOVE 'YEAR-END' TO SCD-DAY-TYPE
               WHEN 'Q'
                   MOVE 'QUARTER-END' TO SCD-DAY-TYPE
               WHEN 'M'
                   MOVE 'MONTH-END' TO SCD-DAY-TYPE
               WHEN OTHER
                   MOVE 'WORKING DAY' TO SCD-DAY-TYPE
           END-EVALUATE
           MOVE ' WD ' TO SCD-WORKDAY-LIT
           MOVE WS-DAY-WORKDAY TO SCD-WORKDAY
           WRITE SCHEDULE-LINE FROM SCHED-DAY-LINE
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
             UNTIL WS-STP-SUB > WS-STP-COUNT
               PERFORM 230-CHECK-STEP-DUE
               IF WS-STEP-DUE
                   ADD 1 TO WS-STEP-RUNS
                   MOVE WS-STP-NO(WS-STP-SUB) TO SCS-STEP-NO
                   MOVE WS-STP-NAME(WS-STP-SUB) TO SCS-STEP-NAME
                   PERFORM 240-DESCRIBE-FREQUENCY
                   WRITE SCHEDULE-LINE FROM SCHED-STEP-LINE
               END-IF
           END-PERFORM.

       *> same frequency rules as the stream driver - a year-end is
       *> also a quarter-end and a month-end
       230-CHECK-STEP-DUE.
           MOVE 'NO ' TO WS-STEP-DUE-SW
           EVALUATE TRUE
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = SPACES
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'D '
                   SET WS-STEP-DUE TO TRUE
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'ME'
                   IF WS-DAY-PERIOD-END = 'M' OR 'Q' OR 'Y'
                       SET WS-STEP-DUE TO TRUE
                   END-IF
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'QE'
                   IF WS-DAY-PERIOD-END = 'Q' OR 'Y'
                       SET WS-STEP-DUE TO TRUE
                   END-IF
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'YE'
                   IF WS-DAY-PERIOD-END = 'Y'
                       SET WS-STEP-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-STP-FREQ-DAY(WS-STP-SUB) = WS-DAY-WORKDAY
                       SET WS-STEP-DUE TO TRUE
                   END-IF
           END-EVALUATE.

       240-DESCRIBE-FREQUENCY.
           MOVE SPACES TO SCS-FREQUENCY
           EVALUATE TRUE
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = SPACES
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'D '
                   MOVE 'DAILY' TO SCS-FREQUENCY
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'ME'
                   MOVE 'MONTH-END' TO SCS-FREQUENCY
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'QE'
                   MOVE 'QUARTER-END' TO SCS-FREQUENCY
               WHEN WS-STP-FREQUENCY(WS-STP-SUB) = 'YE'
                   MOVE 'YEAR-END' TO SCS-FREQUENCY
               WHEN OTHER
                   STRING 'WORKING DAY ' DELIMITED BY SIZE
                     WS-STP-FREQUENCY(WS-STP-SUB) DELIMITED BY SIZE
                     INTO SCS-FREQUENCY
           END-EVALUATE.

       *> rolls WS-ROLL-DATE forward WS-ROLL-DAYS-LEFT calendar days
       250-ADD-CALENDAR-DAYS.
           PERFORM UNTIL WS-ROLL-DAYS-LEFT = 0
               PERFORM 255-SET-MONTH-END
               IF WS-ROLL-DD + WS-ROLL-DAYS-LEFT > WS-ROLL-MONTH-END
                   COMPUTE WS-ROLL-DAYS-LEFT = WS-ROLL-DAYS-LEFT -
                     (WS-ROLL-MONTH-END - WS-ROLL-DD) - 1
                   MOVE 1 TO WS-ROLL-DD
                   IF WS-ROLL-MM = 12
                       MOVE 1 TO WS-ROLL-MM
                       ADD 1 TO WS-ROLL-YYYY
                   ELSE
                       ADD 1 TO WS-ROLL-MM
                   END-IF
               ELSE
                   ADD WS-ROLL-DAYS-LEFT TO WS-ROLL-DD
                   MOVE ZERO TO WS-ROLL-DAYS-LEFT
               END-IF
           END-PERFORM.

       255-SET-MONTH-END.
           MOVE WS-MONTH-DAYS(WS-ROLL-MM) TO WS-ROLL-MONTH-END
           IF WS-ROLL-MM = 2
               DIVIDE WS-ROLL-YYYY BY 4 GIVING WS-ROLL-QUOTIENT
                 REMAINDER WS-ROLL-REMAINDER
               IF WS-ROLL-REMAINDER = 0
                   MOVE 29 TO WS-ROLL-MONTH-END
               END-IF
           END-IF.

       end program StreamSched.
