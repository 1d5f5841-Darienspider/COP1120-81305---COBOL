       identification division.
       program-id. LeaveUsage.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> vacation and sick leave taken, keyed from the approved
       *> leave requests
       SELECT LEAVE-USAGE-FILE
       ASSIGN TO 'CH4LEAVEUSAGE'
       organization IS LINE sequential.

       *> the leave ledger the payroll run accrues to - rewritten
       *> here with the leave taken
       SELECT OPTIONAL LEAVE-LEDGER
       ASSIGN TO 'CH4LEAVE'
       organization IS LINE sequential.

       *> every hour of leave taken, appended run to run
       SELECT OPTIONAL LEAVE-TAKEN-HISTORY
       ASSIGN TO 'CH4LEAVETAKEN'
       organization IS LINE sequential.

       SELECT LEAVE-ERROR-FILE
       ASSIGN TO 'CH4LEAVEERRORS'
       organization IS LINE sequential.

       data division.
       file section.

       FD LEAVE-USAGE-FILE RECORDING MODE IS F.
       01 LEAVE-USAGE-REC.
         05 LU-EMPLOYEE-ID PIC X(5).
         05 LU-LEAVE-TYPE PIC X(1).
           88 LU-VACATION VALUE 'V'.
           88 LU-SICK VALUE 'S'.
         05 LU-DATE-TAKEN PIC 9(6).
         05 LU-HOURS PIC 9(3)V99.
         05 LU-USER-ID PIC X(8).

       FD LEAVE-LEDGER RECORDING MODE IS F.
       01 LEAVE-LEDGER-REC.
         05 LV-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 LV-VAC-BALANCE PIC 9(4)V99.
         05 FILLER PIC X(1).
         05 LV-SICK-BALANCE PIC 9(4)V99.
         05 FILLER PIC X(1).
         05 LV-PAY-RATE PIC 9(3)V99.
         05 FILLER PIC X(1).
         05 LV-LAST-RUN-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 LV-LAST-VAC-ACCRUED PIC 9(2)V99.
         05 FILLER PIC X(1).
         05 LV-LAST-SICK-ACCRUED PIC 9(2)V99.
         05 FILLER PIC X(1).
         05 LV-LAST-PAYOUT-HOURS PIC 9(4)V99.

       FD LEAVE-TAKEN-HISTORY RECORDING MODE IS F.
       01 LEAVE-TAKEN-REC.
         05 LTK-RUN-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 LTK-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 LTK-LEAVE-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 LTK-DATE-TAKEN PIC 9(6).
         05 FILLER PIC X(1).
         05 LTK-HOURS PIC 9(3)V99.
         05 FILLER PIC X(1).
         05 LTK-BALANCE-AFTER PIC 9(4)V99.
         05 FILLER PIC X(1).
         05 LTK-USER-ID PIC X(8).

       FD LEAVE-ERROR-FILE RECORDING MODE IS F.
       01 LEAVE-ERROR-REC.
         05 ERR-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ERR-LEAVE-TYPE PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ERR-DATE-TAKEN PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ERR-HOURS PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ERR-REASON PIC X(30).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-LV-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-LEAVE-TABLE.
         05 WS-LV-COUNT PIC 9(3) VALUE ZERO.
         05 WS-LV-ENTRY OCCURS 500 TIMES.
           10 WS-LV-EMPLOYEE-ID PIC X(5).
           10 WS-LV-VAC-BALANCE PIC 9(4)V99.
           10 WS-LV-SICK-BALANCE PIC 9(4)V99.
           10 WS-LV-PAY-RATE PIC 9(3)V99.
           10 WS-LV-LAST-RUN-DATE PIC 9(6).
           10 WS-LV-LAST-VAC-ACCRUED PIC 9(2)V99.
           10 WS-LV-LAST-SICK-ACCRUED PIC 9(2)V99.
           10 WS-LV-LAST-PAYOUT-HOURS PIC 9(4)V99.
       01 WS-LV-SUB PIC 9(3) VALUE ZERO.
       01 WS-LV-FOUND-SUB PIC 9(3) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.

       01 WS-USAGE-TOTALS.
         05 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
         05 WS-VAC-HOURS-TAKEN PIC 9(6)V99 VALUE ZERO.
         05 WS-SICK-HOURS-TAKEN PIC 9(6)V99 VALUE ZERO.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 110-LOAD-LEDGER
           OPEN INPUT LEAVE-USAGE-FILE
             OUTPUT LEAVE-ERROR-FILE
           OPEN EXTEND LEAVE-TAKEN-HISTORY
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ LEAVE-USAGE-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-POST-USAGE
               END-READ
           END-PERFORM
           CLOSE LEAVE-USAGE-FILE LEAVE-ERROR-FILE LEAVE-TAKEN-HISTORY
           PERFORM 300-WRITE-LEDGER
           DISPLAY 'LEAVE USAGE - POSTED: ' WS-POSTED-COUNT
             ' REJECTED: ' WS-REJECT-COUNT
           DISPLAY '  VACATION HOURS: ' WS-VAC-HOURS-TAKEN
             ' SICK HOURS: ' WS-SICK-HOURS-TAKEN
           STOP RUN.

       110-LOAD-LEDGER.
           OPEN INPUT LEAVE-LEDGER
           PERFORM UNTIL WS-LV-MORE-RECORDS = 'NO '
               READ LEAVE-LEDGER
                   AT END
                       MOVE 'NO ' TO WS-LV-MORE-RECORDS
                   NOT AT END
                       IF WS-LV-COUNT = 500
                           DISPLAY 'LEAVE TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LV-COUNT
                       MOVE LV-EMPLOYEE-ID
                         TO WS-LV-EMPLOYEE-ID(WS-LV-COUNT)
                       MOVE LV-VAC-BALANCE
                         TO WS-LV-VAC-BALANCE(WS-LV-COUNT)
                       MOVE LV-SICK-BALANCE
                         TO WS-LV-SICK-BALANCE(WS-LV-COUNT)
                       MOVE LV-PAY-RATE TO WS-LV-PAY-RATE(WS-LV-COUNT)
                       MOVE LV-LAST-RUN-DATE
                         TO WS-LV-LAST-RUN-DATE(WS-LV-COUNT)
                       MOVE LV-LAST-VAC-ACCRUED
                         TO WS-LV-LAST-VAC-ACCRUED(WS-LV-COUNT)
                       MOVE LV-LAST-SICK-ACCRUED
                         TO WS-LV-LAST-SICK-ACCRUED(WS-LV-COUNT)
                       MOVE LV-LAST-PAYOUT-HOURS
                         TO WS-LV-LAST-PAYOUT-HOURS(WS-LV-COUNT)
               END-READ
           END-PERFORM
           CLOSE LEAVE-LEDGER.

       *> leave is only ever taken from hours already earned - a
       *> request larger than the balance is turned back whole
       200-POST-USAGE.
           MOVE SPACES TO LEAVE-ERROR-REC
           MOVE ZEROS TO WS-LV-FOUND-SUB
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
             UNTIL WS-LV-SUB > WS-LV-COUNT
               IF WS-LV-EMPLOYEE-ID(WS-LV-SUB) = LU-EMPLOYEE-ID
                   MOVE WS-LV-SUB TO WS-LV-FOUND-SUB
                   MOVE WS-LV-COUNT TO WS-LV-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT LU-VACATION AND NOT LU-SICK
                   MOVE 'INVALID LEAVE TYPE' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN LU-HOURS NOT NUMERIC OR LU-HOURS = 0
                   MOVE 'INVALID HOURS' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN LU-DATE-TAKEN NOT NUMERIC
                   MOVE 'INVALID DATE TAKEN' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN WS-LV-FOUND-SUB = 0
                   MOVE 'NO LEAVE BALANCE ON CH4LEAVE' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN LU-VACATION
                 AND LU-HOURS > WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
                   MOVE 'WOULD OVERDRAW VACATION' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN LU-SICK
                 AND LU-HOURS > WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB)
                   MOVE 'WOULD OVERDRAW SICK LEAVE' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN OTHER
                   PERFORM 210-APPLY-USAGE
           END-EVALUATE.

       210-APPLY-USAGE.
           MOVE SPACES TO LEAVE-TAKEN-REC
           IF LU-VACATION
               SUBTRACT LU-HOURS
                 FROM WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
               MOVE WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
                 TO LTK-BALANCE-AFTER
               ADD LU-HOURS TO WS-VAC-HOURS-TAKEN
           ELSE
               SUBTRACT LU-HOURS
                 FROM WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB)
               MOVE WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB)
                 TO LTK-BALANCE-AFTER
               ADD LU-HOURS TO WS-SICK-HOURS-TAKEN
           END-IF
           MOVE WS-RUN-DATE TO LTK-RUN-DATE
           MOVE LU-EMPLOYEE-ID TO LTK-EMPLOYEE-ID
           MOVE LU-LEAVE-TYPE TO LTK-LEAVE-TYPE
           MOVE LU-DATE-TAKEN TO LTK-DATE-TAKEN
           MOVE LU-HOURS TO LTK-HOURS
           MOVE LU-USER-ID TO LTK-USER-ID
           WRITE LEAVE-TAKEN-REC
           ADD 1 TO WS-POSTED-COUNT.

       280-WRITE-ERROR.
           MOVE LU-EMPLOYEE-ID TO ERR-EMPLOYEE-ID
           MOVE LU-LEAVE-TYPE TO ERR-LEAVE-TYPE
           MOVE LU-DATE-TAKEN TO ERR-DATE-TAKEN
           MOVE LEAVE-USAGE-REC(13:5) TO ERR-HOURS
           WRITE LEAVE-ERROR-REC
           ADD 1 TO WS-REJECT-COUNT.

       300-WRITE-LEDGER.
           OPEN OUTPUT LEAVE-LEDGER
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
             UNTIL WS-LV-SUB > WS-LV-COUNT
               MOVE SPACES TO LEAVE-LEDGER-REC
               MOVE WS-LV-EMPLOYEE-ID(WS-LV-SUB) TO LV-EMPLOYEE-ID
               MOVE WS-LV-VAC-BALANCE(WS-LV-SUB) TO LV-VAC-BALANCE
               MOVE WS-LV-SICK-BALANCE(WS-LV-SUB) TO LV-SICK-BALANCE
               MOVE WS-LV-PAY-RATE(WS-LV-SUB) TO LV-PAY-RATE
               MOVE WS-LV-LAST-RUN-DATE(WS-LV-SUB) TO LV-LAST-RUN-DATE
               MOVE WS-LV-LAST-VAC-ACCRUED(WS-LV-SUB)
                 TO LV-LAST-VAC-ACCRUED
               MOVE WS-LV-LAST-SICK-ACCRUED(WS-LV-SUB)
                 TO LV-LAST-SICK-ACCRUED
               MOVE WS-LV-LAST-PAYOUT-HOURS(WS-LV-SUB)
                 TO LV-LAST-PAYOUT-HOURS
               WRITE LEAVE-LEDGER-REC
           END-PERFORM
           CLOSE LEAVE-LEDGER.

       end program LeaveUsage.
