       identification division.
       program-id. YearEndRoll.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> the fiscal year being closed, set by operations
       SELECT OPTIONAL YEAR-END-REQUEST
       ASSIGN TO 'CHYEARENDREQ'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> one record per rollover stage per closing year - a year
       *> already COMPLETE is refused, one only ARCHIVED resumes at
       *> the resets without archiving the reset files over the top
       *> of the year's copies
       SELECT OPTIONAL ROLL-LOG-FILE
       ASSIGN TO 'CHYEARROLLLOG'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the year-end steps on the stream and their outcomes
       SELECT JOB-STREAM-FILE
       ASSIGN TO 'CHJOBSTREAM'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STEP-STATUS-FILE
       ASSIGN TO 'CHSTEPSTATUS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> a payroll listing run stopped mid-update recovers its YTD
       *> from checkpoint on the next run - that would put December
       *> back into the new year's totals
       SELECT OPTIONAL CH6-RUN-STATUS-FILE
       ASSIGN TO 'CH6RUNSTATUS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the carry-forward files - each is opened under its live
       *> name or, on a resumed rollover, under its archive name
       SELECT OPTIONAL CH6-YTD-FILE
       ASSIGN USING WS-CH6-YTD-NAME
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CH6-YTD-LEDGER
       ASSIGN USING WS-CH6-LEDGER-NAME
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CH3-PERIOD-CONTROL
       ASSIGN USING WS-CH3-PERIOD-NAME
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CH3-BALANCE-FILE
       ASSIGN USING WS-CH3-BALANCE-NAME
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CH7-ARREARS-FILE
       ASSIGN USING WS-CH7-ARREARS-NAME
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CH10-HISTORY-FILE
       ASSIGN USING WS-CH10-HISTORY-NAME
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the year-stamped copy being written
       SELECT ARCHIVE-FILE
       ASSIGN USING WS-ARCHIVE-NAME
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ROLL-CERTIFICATE
       ASSIGN TO 'CHYEARENDCERT'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD YEAR-END-REQUEST RECORDING MODE IS F.
       01 YEAR-END-REQUEST-REC.
         05 REQ-CLOSING-YEAR PIC 9(4).

       FD ROLL-LOG-FILE RECORDING MODE IS F.
       01 ROLL-LOG-REC.
         05 RL-CLOSING-YEAR PIC 9(4).
         05 FILLER PIC X(1).
         05 RL-STAGE PIC X(8).
         05 FILLER PIC X(1).
         05 RL-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 RL-TIME PIC 9(6).

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

       FD CH6-RUN-STATUS-FILE RECORDING MODE IS F.
       01 CH6-RUN-STATUS-REC.
         05 RS-RUN-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 RS-STATUS PIC X(8).
         05 FILLER PIC X(1).
         05 RS-CKPT-EMP-COUNT PIC 9(6).
         05 FILLER PIC X(1).
         05 RS-CKPT-SALARY-TOTAL PIC 9(9).

       FD CH6-YTD-FILE RECORDING MODE IS F.
       01 CH6-YTD-REC.
         05 YTD-EMP-COUNT PIC 9(6).
         05 YTD-SALARY-TOTAL PIC 9(9).

       FD CH6-YTD-LEDGER RECORDING MODE IS F.
       01 CH6-LEDGER-REC.
         05 LED-EMPLOYEE-NUMBER PIC 9(5).
         05 FILLER PIC X(1).
         05 LED-EMPLOYEE-NAME PIC X(20).
         05 FILLER PIC X(1).
         05 LED-RUN-COUNT PIC 9(3).
         05 FILLER PIC X(1).
         05 LED-YTD-SALARY PIC 9(9).

       FD CH3-PERIOD-CONTROL RECORDING MODE IS F.
       01 CH3-PERIOD-REC.
         05 PC-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 PC-STATUS PIC X(1).
         05 FILLER PIC X(1).
         05 PC-ACTION-DATE PIC 9(6).

       FD CH3-BALANCE-FILE RECORDING MODE IS F.
       01 CH3-BALANCE-REC.
         05 PRIOR-IDENT PIC X(5).
         05 PRIOR-SALES-AMT PIC 9(5)V99.
         05 PRIOR-DISCOUNT-PCT PIC 9(2)V99.
         05 PRIOR-NET-AMT PIC 9(5)V99.
         05 PRIOR-PTD-NET PIC 9(7)V99.

       FD CH7-ARREARS-FILE RECORDING MODE IS F.
       01 CH7-ARREARS-REC.
         05 ARR-EMPLOYEE-NO PIC X(5).
         05 ARR-BALANCE PIC 9(5)V99.

       FD CH10-HISTORY-FILE RECORDING MODE IS F.
       01 CH10-HISTORY-REC.
         05 HIST-PERIOD PIC 9(6).
         05 HIST-REC-TYPE PIC X(1).
         05 HIST-CODE PIC X(2).
         05 HIST-TOTAL PIC 9(9).

       FD ARCHIVE-FILE RECORDING MODE IS F.
       01 ARCHIVE-REC PIC X(100).

       FD ROLL-CERTIFICATE RECORDING MODE IS F.
       01 CERTIFICATE-LINE PIC X(120).

       working-storage section.
       01 WS-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-SS-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-RL-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-FILE-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-CLOSING-YEAR PIC 9(4) VALUE ZERO.
       01 WS-OPENING-YEAR PIC 9(4) VALUE ZERO.
       01 WS-CLOSING-DEC-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-OPENING-JAN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-NOW-DATE PIC 9(8) VALUE ZEROS.
       01 WS-NOW-TIME PIC 9(6) VALUE ZEROS.
       01 WS-YEAR-STAMP PIC X(6) VALUE SPACES.

       01 WS-ALREADY-ARCHIVED-SW PIC X(3) VALUE 'NO '.
         88 WS-ALREADY-ARCHIVED VALUE 'YES'.
       01 WS-ROLL-REFUSED-SW PIC X(3) VALUE 'NO '.
         88 WS-ROLL-REFUSED VALUE 'YES'.
       01 WS-ARCHIVING-SW PIC X(3) VALUE 'NO '.
         88 WS-ARCHIVING VALUE 'YES'.

       *> the year-end steps and the year each last completed in
       01 WS-YE-STEP-TABLE.
         05 WS-YE-COUNT PIC 9(2) VALUE ZERO.
         05 WS-YE-ENTRY OCCURS 30 TIMES.
           10 WS-YE-STEP-NO PIC 9(2).
           10 WS-YE-STEP-NAME PIC X(12).
           10 WS-YE-DONE-DATE PIC 9(8).
       01 WS-YE-SUB PIC 9(2) VALUE ZERO.
       01 WS-SS-YEAR PIC 9(4) VALUE ZERO.

       *> the period control's state at the closing year's end
       01 WS-DEC-CLOSED-SW PIC X(3) VALUE 'NO '.
         88 WS-DEC-CLOSED VALUE 'YES'.
       01 WS-JAN-OPENED-SW PIC X(3) VALUE 'NO '.
         88 WS-JAN-OPENED VALUE 'YES'.
       01 WS-JAN-OPEN-DATE PIC 9(6) VALUE ZERO.

       01 WS-CH6-RUN-STATUS PIC X(8) VALUE SPACES.
       01 WS-ROLL-STAGE PIC X(8) VALUE SPACES.

       *> live and archive names of the carry-forward files
       01 WS-CH6-YTD-NAME PIC X(30) VALUE SPACES.
       01 WS-CH6-LEDGER-NAME PIC X(30) VALUE SPACES.
       01 WS-CH3-PERIOD-NAME PIC X(30) VALUE SPACES.
       01 WS-CH3-BALANCE-NAME PIC X(30) VALUE SPACES.
       01 WS-CH7-ARREARS-NAME PIC X(30) VALUE SPACES.
       01 WS-CH10-HISTORY-NAME PIC X(30) VALUE SPACES.
       01 WS-ARCHIVE-NAME PIC X(30) VALUE SPACES.
       01 WS-LIVE-NAME PIC X(16) VALUE SPACES.

       *> closing figures for the file being rolled
       01 WS-FILE-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-FILE-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-YTD-EMP-COUNT PIC 9(6) VALUE ZERO.

       01 WS-RESULT-TABLE.
         05 WS-RES-COUNT PIC 9(2) VALUE ZERO.
         05 WS-RES-ENTRY OCCURS 6 TIMES.
           10 WS-RES-FILE-NAME PIC X(16).
           10 WS-RES-ACTION PIC X(7).
           10 WS-RES-ARCHIVE-NAME PIC X(22).
           10 WS-RES-RECORDS PIC 9(7).
           10 WS-RES-TOTAL PIC 9(11)V99.
           10 WS-RES-OPENING PIC X(32).
       01 WS-RES-SUB PIC 9(2) VALUE ZERO.

       01 WS-FILES-RESET PIC 9(2) VALUE ZERO.
       01 WS-FILES-CARRIED PIC 9(2) VALUE ZERO.

       01 CERT-TITLE-LINE.
         05 FILLER PIC X(33) VALUE
           ' YEAR-END ROLLOVER CERTIFICATE - '.
         05 FILLER PIC X(13) VALUE 'CLOSING YEAR '.
         05 CTT-CLOSING-YEAR PIC 9(4).
         05 FILLER PIC X(6) VALUE '  RUN '.
         05 CTT-RUN-DATE PIC 9(8).
         05 FILLER PIC X(56) VALUE SPACES.

       01 CERT-HEAD-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 CTH-TEXT PIC X(60).
         05 FILLER PIC X(59) VALUE SPACES.

       01 CERT-CHECK-LINE.
         05 FILLER PIC X(3) VALUE SPACES.
         05 CTC-ITEM PIC X(40).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CTC-RESULT PIC X(40).
         05 FILLER PIC X(35) VALUE SPACES.

       01 CERT-COL-LINE.
         05 FILLER PIC X(37) VALUE
           '   FILE              ACTION   ARCHIVE'.
         05 FILLER PIC X(40) VALUE
           'D AS           RECORDS     CLOSING TOTAL'.
         05 FILLER PIC X(43) VALUE '   OPENING STATE'.

       01 CERT-FILE-LINE.
         05 FILLER PIC X(3) VALUE SPACES.
         05 CTF-FILE-NAME PIC X(16).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CTF-ACTION PIC X(7).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CTF-ARCHIVE-NAME PIC X(22).
         05 CTF-RECORDS PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CTF-TOTAL PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 CTF-OPENING PIC X(32).
         05 FILLER PIC X(4) VALUE SPACES.

       01 CERT-TOTAL-LINE.
         05 FILLER PIC X(16) VALUE ' FILES RESET:   '.
         05 CTL-RESET PIC Z9.
         05 FILLER PIC X(16) VALUE '  FILES CARRIED:'.
         05 FILLER PIC X(1) VALUE SPACE.
         05 CTL-CARRIED PIC Z9.
         05 FILLER PIC X(83) VALUE SPACES.

       01 CERT-BLANK-LINE PIC X(120) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 105-READ-REQUEST
           PERFORM 110-LOAD-ROLL-LOG
           OPEN OUTPUT ROLL-CERTIFICATE
           MOVE WS-CLOSING-YEAR TO CTT-CLOSING-YEAR
           MOVE WS-NOW-DATE TO CTT-RUN-DATE
           WRITE CERTIFICATE-LINE FROM CERT-TITLE-LINE
           WRITE CERTIFICATE-LINE FROM CERT-BLANK-LINE
           PERFORM 200-CONFIRM-YEAR-END
           IF WS-ROLL-REFUSED
               WRITE CERTIFICATE-LINE FROM CERT-BLANK-LINE
               MOVE '** ROLLOVER REFUSED - NO FILE HAS BEEN TOUCHED **'
                 TO CTH-TEXT
               WRITE CERTIFICATE-LINE FROM CERT-HEAD-LINE
               CLOSE ROLL-CERTIFICATE
               DISPLAY 'YEAR-END ROLLOVER REFUSED - SEE CHYEARENDCERT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CERTIFICATE-LINE FROM CERT-BLANK-LINE
           WRITE CERTIFICATE-LINE FROM CERT-COL-LINE
           IF WS-ALREADY-ARCHIVED
               MOVE 'NO ' TO WS-ARCHIVING-SW
           ELSE
               SET WS-ARCHIVING TO TRUE
           END-IF
           PERFORM 300-ROLL-CH6-YTD
           PERFORM 310-ROLL-CH6-LEDGER
           PERFORM 320-ROLL-CH3-PERIOD
           PERFORM 330-ROLL-CH3-BALANCES
           PERFORM 340-ROLL-CH7-ARREARS
           PERFORM 350-ROLL-CH10-HISTORY
           PERFORM 400-RESET-FILES
           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
             UNTIL WS-RES-SUB > WS-RES-COUNT
               MOVE WS-RES-FILE-NAME(WS-RES-SUB) TO CTF-FILE-NAME
               MOVE WS-RES-ACTION(WS-RES-SUB) TO CTF-ACTION
               MOVE WS-RES-ARCHIVE-NAME(WS-RES-SUB) TO CTF-ARCHIVE-NAME
               MOVE WS-RES-RECORDS(WS-RES-SUB) TO CTF-RECORDS
               MOVE WS-RES-TOTAL(WS-RES-SUB) TO CTF-TOTAL
               MOVE WS-RES-OPENING(WS-RES-SUB) TO CTF-OPENING
               WRITE CERTIFICATE-LINE FROM CERT-FILE-LINE
           END-PERFORM
           MOVE 'COMPLETE' TO WS-ROLL-STAGE
           PERFORM 190-WRITE-ROLL-LOG
           WRITE CERTIFICATE-LINE FROM CERT-BLANK-LINE
           MOVE WS-FILES-RESET TO CTL-RESET
           MOVE WS-FILES-CARRIED TO CTL-CARRIED
           WRITE CERTIFICATE-LINE FROM CERT-TOTAL-LINE
           CLOSE ROLL-CERTIFICATE
           DISPLAY 'YEAR-END ROLLOVER COMPLETE FOR ' WS-CLOSING-YEAR
           STOP RUN.

       105-READ-REQUEST.
           OPEN INPUT YEAR-END-REQUEST
           READ YEAR-END-REQUEST
               AT END
                   DISPLAY 'NO CLOSING YEAR REQUESTED - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE YEAR-END-REQUEST
                   STOP RUN
               NOT AT END
                   MOVE REQ-CLOSING-YEAR TO WS-CLOSING-YEAR
           END-READ
           CLOSE YEAR-END-REQUEST
           IF WS-CLOSING-YEAR NOT NUMERIC
             OR WS-CLOSING-YEAR = ZERO
               DISPLAY 'CLOSING YEAR INVALID - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-OPENING-YEAR = WS-CLOSING-YEAR + 1
           COMPUTE WS-CLOSING-DEC-PERIOD = WS-CLOSING-YEAR * 100 + 12
           COMPUTE WS-OPENING-JAN-PERIOD = WS-OPENING-YEAR * 100 + 1
           MOVE SPACES TO WS-YEAR-STAMP
           STRING '.Y' WS-CLOSING-YEAR DELIMITED BY SIZE
             INTO WS-YEAR-STAMP.

       *> the rollover resets files - running it twice for a year
       *> would wipe the new year's first postings
       110-LOAD-ROLL-LOG.
           OPEN INPUT ROLL-LOG-FILE
           PERFORM UNTIL WS-RL-MORE-RECORDS = 'NO '
               READ ROLL-LOG-FILE
                   AT END
                       MOVE 'NO ' TO WS-RL-MORE-RECORDS
                   NOT AT END
                       IF RL-CLOSING-YEAR = WS-CLOSING-YEAR
                           IF RL-STAGE = 'COMPLETE'
                               DISPLAY 'YEAR ' WS-CLOSING-YEAR
                                 ' ALREADY ROLLED OVER - RUN REFUSED'
                               MOVE 8 TO RETURN-CODE
                               CLOSE ROLL-LOG-FILE
                               STOP RUN
                           END-IF
                           IF RL-STAGE = 'ARCHIVED'
                               SET WS-ALREADY-ARCHIVED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLL-LOG-FILE.

       190-WRITE-ROLL-LOG.
           OPEN EXTEND ROLL-LOG-FILE
           MOVE SPACES TO ROLL-LOG-REC
           MOVE WS-ROLL-STAGE TO RL-STAGE
           MOVE WS-CLOSING-YEAR TO RL-CLOSING-YEAR
           MOVE WS-NOW-DATE TO RL-DATE
           MOVE WS-NOW-TIME TO RL-TIME
           WRITE ROLL-LOG-REC
           CLOSE ROLL-LOG-FILE.

       *> nothing is archived or reset until every year-end report
       *> has run for the closing year and the books are closed
       200-CONFIRM-YEAR-END.
           MOVE 'YEAR-END CONFIRMATION' TO CTH-TEXT
           WRITE CERTIFICATE-LINE FROM CERT-HEAD-LINE
           PERFORM 210-LOAD-YEAR-END-STEPS
           PERFORM 220-LOAD-STEP-STATUS
           IF WS-YE-COUNT = ZERO
               SET WS-ROLL-REFUSED TO TRUE
               MOVE 'YEAR-END STEPS ON THE JOB STREAM' TO CTC-ITEM
               MOVE '** NONE DEFINED **' TO CTC-RESULT
               WRITE CERTIFICATE-LINE FROM CERT-CHECK-LINE
           END-IF
           PERFORM VARYING WS-YE-SUB FROM 1 BY 1
             UNTIL WS-YE-SUB > WS-YE-COUNT
               PERFORM 230-CHECK-YEAR-END-STEP
           END-PERFORM
           PERFORM 240-CHECK-PERIOD-CONTROL
           PERFORM 250-CHECK-CH6-RUN-STATUS
           IF WS-ALREADY-ARCHIVED
               MOVE 'PRIOR ATTEMPT' TO CTC-ITEM
               MOVE 'ARCHIVED - RESUMING AT RESETS' TO CTC-RESULT
               WRITE CERTIFICATE-LINE FROM CERT-CHECK-LINE
           END-IF.

       210-LOAD-YEAR-END-STEPS.
           OPEN INPUT JOB-STREAM-FILE
           PERFORM UNTIL WS-MORE-RECORDS = 'NO '
               READ JOB-STREAM-FILE
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       IF JS-FREQUENCY = 'YE'
                           ADD 1 TO WS-YE-COUNT
                           MOVE JS-STEP-NO
                             TO WS-YE-STEP-NO(WS-YE-COUNT)
                           MOVE JS-STEP-NAME
                             TO WS-YE-STEP-NAME(WS-YE-COUNT)
                           MOVE ZERO TO WS-YE-DONE-DATE(WS-YE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-STREAM-FILE.

       220-LOAD-STEP-STATUS.
           OPEN INPUT STEP-STATUS-FILE
           PERFORM UNTIL WS-SS-MORE-RECORDS = 'NO '
               READ STEP-STATUS-FILE
                   AT END
                       MOVE 'NO ' TO WS-SS-MORE-RECORDS
                   NOT AT END
                       MOVE SS-RUN-DATE(1:4) TO WS-SS-YEAR
                       IF SS-STATUS = 'COMPLETE'
                         AND WS-SS-YEAR = WS-CLOSING-YEAR
                           PERFORM 225-MARK-STEP-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-STATUS-FILE.

       225-MARK-STEP-DONE.
           PERFORM VARYING WS-YE-SUB FROM 1 BY 1
             UNTIL WS-YE-SUB > WS-YE-COUNT
               IF WS-YE-STEP-NO(WS-YE-SUB) = SS-STEP-NO
                   MOVE SS-RUN-DATE TO WS-YE-DONE-DATE(WS-YE-SUB)
                   MOVE WS-YE-COUNT TO WS-YE-SUB
               END-IF
           END-PERFORM.

       230-CHECK-YEAR-END-STEP.
           MOVE SPACES TO CTC-ITEM CTC-RESULT
           STRING 'STEP ' WS-YE-STEP-NO(WS-YE-SUB) ' '
             WS-YE-STEP-NAME(WS-YE-SUB) DELIMITED BY SIZE
             INTO CTC-ITEM
           IF WS-YE-DONE-DATE(WS-YE-SUB) = ZERO
               SET WS-ROLL-REFUSED TO TRUE
               STRING '** NOT RUN FOR ' WS-CLOSING-YEAR ' **'
                 DELIMITED BY SIZE INTO CTC-RESULT
           ELSE
               STRING 'COMPLETE ' WS-YE-DONE-DATE(WS-YE-SUB)
                 DELIMITED BY SIZE INTO CTC-RESULT
           END-IF
           WRITE CERTIFICATE-LINE FROM CERT-CHECK-LINE.

       *> December must be closed and January opened - its balances
       *> are the new year's beginning balances
       240-CHECK-PERIOD-CONTROL.
           MOVE 'CH3PERIODCONTROL' TO WS-CH3-PERIOD-NAME
           IF WS-ALREADY-ARCHIVED
               MOVE SPACES TO WS-CH3-PERIOD-NAME
               STRING 'CH3PERIODCONTROL' WS-YEAR-STAMP
                 DELIMITED BY SPACE INTO WS-CH3-PERIOD-NAME
           END-IF
           MOVE 'YES' TO WS-FILE-MORE-RECORDS
           OPEN INPUT CH3-PERIOD-CONTROL
           PERFORM UNTIL WS-FILE-MORE-RECORDS = 'NO '
               READ CH3-PERIOD-CONTROL
                   AT END
                       MOVE 'NO ' TO WS-FILE-MORE-RECORDS
                   NOT AT END
                       IF PC-PERIOD-ID = WS-CLOSING-DEC-PERIOD
                         AND PC-STATUS = 'C'
                           SET WS-DEC-CLOSED TO TRUE
                       END-IF
                       IF PC-PERIOD-ID = WS-OPENING-JAN-PERIOD
                         AND PC-STATUS = 'O'
                           SET WS-JAN-OPENED TO TRUE
                           MOVE PC-ACTION-DATE TO WS-JAN-OPEN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH3-PERIOD-CONTROL
           MOVE SPACES TO CTC-ITEM CTC-RESULT
           STRING 'PERIOD ' WS-CLOSING-DEC-PERIOD ' CLOSED AND '
             WS-OPENING-JAN-PERIOD ' OPEN' DELIMITED BY SIZE
             INTO CTC-ITEM
           IF WS-DEC-CLOSED AND WS-JAN-OPENED
               MOVE 'CONFIRMED' TO CTC-RESULT
           ELSE
               SET WS-ROLL-REFUSED TO TRUE
               MOVE '** PERIOD CLOSE NOT DONE **' TO CTC-RESULT
           END-IF
           WRITE CERTIFICATE-LINE FROM CERT-CHECK-LINE.

       250-CHECK-CH6-RUN-STATUS.
           OPEN INPUT CH6-RUN-STATUS-FILE
           READ CH6-RUN-STATUS-FILE
               AT END
                   MOVE SPACES TO WS-CH6-RUN-STATUS
               NOT AT END
                   MOVE RS-STATUS TO WS-CH6-RUN-STATUS
           END-READ
           CLOSE CH6-RUN-STATUS-FILE
           MOVE 'LAST PAYROLL LISTING RUN' TO CTC-ITEM
           IF WS-CH6-RUN-STATUS = 'YTDOUT  '
               SET WS-ROLL-REFUSED TO TRUE
               MOVE '** STOPPED MID-UPDATE - RERUN IT **'
                 TO CTC-RESULT
           ELSE
               MOVE 'FINISHED' TO CTC-RESULT
           END-IF
           WRITE CERTIFICATE-LINE FROM CERT-CHECK-LINE.

       *> every file is archived before any is reset; the ARCHIVED
       *> stage is logged once the last copy is written
       300-ROLL-CH6-YTD.
           MOVE 'CH6YTD' TO WS-LIVE-NAME
           PERFORM 900-SET-NAMES
           MOVE WS-LIVE-NAME TO WS-CH6-YTD-NAME
           IF NOT WS-ARCHIVING
               MOVE WS-ARCHIVE-NAME TO WS-CH6-YTD-NAME
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE 'YES' TO WS-FILE-MORE-RECORDS
           OPEN INPUT CH6-YTD-FILE
           PERFORM UNTIL WS-FILE-MORE-RECORDS = 'NO '
               READ CH6-YTD-FILE
                   AT END
                       MOVE 'NO ' TO WS-FILE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-FILE-RECORDS
                       MOVE YTD-EMP-COUNT TO WS-YTD-EMP-COUNT
                       ADD YTD-SALARY-TOTAL TO WS-FILE-TOTAL
                       IF WS-ARCHIVING
                           MOVE SPACES TO ARCHIVE-REC
                           MOVE CH6-YTD-REC TO ARCHIVE-REC
                           WRITE ARCHIVE-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH6-YTD-FILE
           IF WS-ARCHIVING
               CLOSE ARCHIVE-FILE
           END-IF
           PERFORM 910-SAVE-CH6-YTD.

       310-ROLL-CH6-LEDGER.
           MOVE 'CH6YTDLEDGER' TO WS-LIVE-NAME
           PERFORM 900-SET-NAMES
           MOVE WS-LIVE-NAME TO WS-CH6-LEDGER-NAME
           IF NOT WS-ARCHIVING
               MOVE WS-ARCHIVE-NAME TO WS-CH6-LEDGER-NAME
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE 'YES' TO WS-FILE-MORE-RECORDS
           OPEN INPUT CH6-YTD-LEDGER
           PERFORM UNTIL WS-FILE-MORE-RECORDS = 'NO '
               READ CH6-YTD-LEDGER
                   AT END
                       MOVE 'NO ' TO WS-FILE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-FILE-RECORDS
                       ADD LED-YTD-SALARY TO WS-FILE-TOTAL
                       IF WS-ARCHIVING
                           MOVE SPACES TO ARCHIVE-REC
                           MOVE CH6-LEDGER-REC TO ARCHIVE-REC
                           WRITE ARCHIVE-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH6-YTD-LEDGER
           IF WS-ARCHIVING
               CLOSE ARCHIVE-FILE
           END-IF
           PERFORM 920-SAVE-CH6-LEDGER.

       320-ROLL-CH3-PERIOD.
           MOVE 'CH3PERIODCONTROL' TO WS-LIVE-NAME
           PERFORM 900-SET-NAMES
           MOVE WS-LIVE-NAME TO WS-CH3-PERIOD-NAME
           IF NOT WS-ARCHIVING
               MOVE WS-ARCHIVE-NAME TO WS-CH3-PERIOD-NAME
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE 'YES' TO WS-FILE-MORE-RECORDS
           OPEN INPUT CH3-PERIOD-CONTROL
           PERFORM UNTIL WS-FILE-MORE-RECORDS = 'NO '
               READ CH3-PERIOD-CONTROL
                   AT END
                       MOVE 'NO ' TO WS-FILE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-FILE-RECORDS
                       IF WS-ARCHIVING
                           MOVE SPACES TO ARCHIVE-REC
                           MOVE CH3-PERIOD-REC TO ARCHIVE-REC
                           WRITE ARCHIVE-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH3-PERIOD-CONTROL
           IF WS-ARCHIVING
               CLOSE ARCHIVE-FILE
           END-IF
           PERFORM 930-SAVE-CH3-PERIOD.

       330-ROLL-CH3-BALANCES.
           MOVE 'CH3CUSTMASTERBAL' TO WS-LIVE-NAME
           PERFORM 900-SET-NAMES
           MOVE WS-LIVE-NAME TO WS-CH3-BALANCE-NAME
           IF NOT WS-ARCHIVING
               MOVE WS-ARCHIVE-NAME TO WS-CH3-BALANCE-NAME
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE 'YES' TO WS-FILE-MORE-RECORDS
           OPEN INPUT CH3-BALANCE-FILE
           PERFORM UNTIL WS-FILE-MORE-RECORDS = 'NO '
               READ CH3-BALANCE-FILE
                   AT END
                       MOVE 'NO ' TO WS-FILE-MORE-RECORDS
                   NOT AT END
                       IF PRIOR-IDENT NOT = 'TRLR '
                           ADD 1 TO WS-FILE-RECORDS
                           ADD PRIOR-PTD-NET TO WS-FILE-TOTAL
                       END-IF
                       IF WS-ARCHIVING
                           MOVE SPACES TO ARCHIVE-REC
                           MOVE CH3-BALANCE-REC TO ARCHIVE-REC
                           WRITE ARCHIVE-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH3-BALANCE-FILE
           IF WS-ARCHIVING
               CLOSE ARCHIVE-FILE
           END-IF
           PERFORM 940-SAVE-CARRIED.

       340-ROLL-CH7-ARREARS.
           MOVE 'CH7ARREARS' TO WS-LIVE-NAME
           PERFORM 900-SET-NAMES
           MOVE WS-LIVE-NAME TO WS-CH7-ARREARS-NAME
           IF NOT WS-ARCHIVING
               MOVE WS-ARCHIVE-NAME TO WS-CH7-ARREARS-NAME
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE 'YES' TO WS-FILE-MORE-RECORDS
           OPEN INPUT CH7-ARREARS-FILE
           PERFORM UNTIL WS-FILE-MORE-RECORDS = 'NO '
               READ CH7-ARREARS-FILE
                   AT END
                       MOVE 'NO ' TO WS-FILE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-FILE-RECORDS
                       ADD ARR-BALANCE TO WS-FILE-TOTAL
                       IF WS-ARCHIVING
                           MOVE SPACES TO ARCHIVE-REC
                           MOVE CH7-ARREARS-REC TO ARCHIVE-REC
                           WRITE ARCHIVE-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH7-ARREARS-FILE
           IF WS-ARCHIVING
               CLOSE ARCHIVE-FILE
           END-IF
           PERFORM 940-SAVE-CARRIED.

       *> the company total rows for the closing year's periods
       350-ROLL-CH10-HISTORY.
           MOVE 'CH10TERRHIST' TO WS-LIVE-NAME
           PERFORM 900-SET-NAMES
           MOVE WS-LIVE-NAME TO WS-CH10-HISTORY-NAME
           IF NOT WS-ARCHIVING
               MOVE WS-ARCHIVE-NAME TO WS-CH10-HISTORY-NAME
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE 'YES' TO WS-FILE-MORE-RECORDS
           OPEN INPUT CH10-HISTORY-FILE
           PERFORM UNTIL WS-FILE-MORE-RECORDS = 'NO '
               READ CH10-HISTORY-FILE
                   AT END
                       MOVE 'NO ' TO WS-FILE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-FILE-RECORDS
                       IF HIST-REC-TYPE = 'C'
                         AND HIST-PERIOD(1:4) = WS-CLOSING-YEAR
                           ADD HIST-TOTAL TO WS-FILE-TOTAL
                       END-IF
                       IF WS-ARCHIVING
                           MOVE SPACES TO ARCHIVE-REC
                           MOVE CH10-HISTORY-REC TO ARCHIVE-REC
                           WRITE ARCHIVE-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH10-HISTORY-FILE
           IF WS-ARCHIVING
               CLOSE ARCHIVE-FILE
               MOVE 'ARCHIVED' TO WS-ROLL-STAGE
               PERFORM 190-WRITE-ROLL-LOG
           END-IF
           PERFORM 940-SAVE-CARRIED.

       *> the resets - the YTD files start the year at zero and the
       *> period control starts at January's open
       400-RESET-FILES.
           MOVE 'CH6YTD' TO WS-CH6-YTD-NAME
           OPEN OUTPUT CH6-YTD-FILE
           MOVE ZERO TO YTD-EMP-COUNT
           MOVE ZERO TO YTD-SALARY-TOTAL
           WRITE CH6-YTD-REC
           CLOSE CH6-YTD-FILE
           MOVE 'CH6YTDLEDGER' TO WS-CH6-LEDGER-NAME
           OPEN OUTPUT CH6-YTD-LEDGER
           CLOSE CH6-YTD-LEDGER
           MOVE 'CH3PERIODCONTROL' TO WS-CH3-PERIOD-NAME
           OPEN OUTPUT CH3-PERIOD-CONTROL
           MOVE SPACES TO CH3-PERIOD-REC
           MOVE WS-OPENING-JAN-PERIOD TO PC-PERIOD-ID
           MOVE 'O' TO PC-STATUS
           MOVE WS-JAN-OPEN-DATE TO PC-ACTION-DATE
           WRITE CH3-PERIOD-REC
           CLOSE CH3-PERIOD-CONTROL.

       *> archive name for the file about to be rolled, and its
       *> closing figures cleared
       900-SET-NAMES.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-LIVE-NAME DELIMITED BY SPACE
             WS-YEAR-STAMP DELIMITED BY SPACE
             INTO WS-ARCHIVE-NAME
           MOVE ZERO TO WS-FILE-RECORDS WS-FILE-TOTAL
             WS-YTD-EMP-COUNT.

       *> each file's closing figures are held for the certificate
       *> until the resets are done
       910-SAVE-CH6-YTD.
           PERFORM 950-SAVE-FILE-RESULT
           MOVE 'RESET' TO WS-RES-ACTION(WS-RES-COUNT)
           STRING 'ZERO - ' WS-YTD-EMP-COUNT ' EMPLOYEES CLOSED'
             DELIMITED BY SIZE INTO WS-RES-OPENING(WS-RES-COUNT)
           ADD 1 TO WS-FILES-RESET.

       920-SAVE-CH6-LEDGER.
           PERFORM 950-SAVE-FILE-RESULT
           MOVE 'RESET' TO WS-RES-ACTION(WS-RES-COUNT)
           MOVE 'EMPTY' TO WS-RES-OPENING(WS-RES-COUNT)
           ADD 1 TO WS-FILES-RESET.

       930-SAVE-CH3-PERIOD.
           PERFORM 950-SAVE-FILE-RESULT
           MOVE 'RESET' TO WS-RES-ACTION(WS-RES-COUNT)
           STRING 'OPEN PERIOD ' WS-OPENING-JAN-PERIOD ' ONLY'
             DELIMITED BY SIZE INTO WS-RES-OPENING(WS-RES-COUNT)
           ADD 1 TO WS-FILES-RESET.

       940-SAVE-CARRIED.
           PERFORM 950-SAVE-FILE-RESULT
           MOVE 'CARRIED' TO WS-RES-ACTION(WS-RES-COUNT)
           MOVE 'UNCHANGED - CARRIES FORWARD'
             TO WS-RES-OPENING(WS-RES-COUNT)
           ADD 1 TO WS-FILES-CARRIED.

       950-SAVE-FILE-RESULT.
           ADD 1 TO WS-RES-COUNT
           MOVE SPACES TO WS-RES-ENTRY(WS-RES-COUNT)
           MOVE WS-LIVE-NAME TO WS-RES-FILE-NAME(WS-RES-COUNT)
           MOVE WS-ARCHIVE-NAME TO WS-RES-ARCHIVE-NAME(WS-RES-COUNT)
           MOVE WS-FILE-RECORDS TO WS-RES-RECORDS(WS-RES-COUNT)
           MOVE WS-FILE-TOTAL TO WS-RES-TOTAL(WS-RES-COUNT).

       end program YearEndRoll.
