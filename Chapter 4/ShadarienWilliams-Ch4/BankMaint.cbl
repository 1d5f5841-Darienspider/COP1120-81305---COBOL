       identification division.
       program-id. BankMaint.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> direct-deposit details of record - read, updated and
       *> written back
       SELECT OPTIONAL BANK-MASTER
       ASSIGN TO 'CH4BANK'
       organization IS LINE sequential.

       *> new and changed direct-deposit setups keyed by Payroll
       SELECT OPTIONAL BANK-CHANGES
       ASSIGN TO 'CH4BANKCHANGES'
       organization IS LINE sequential.

       *> zero-dollar prenote entries for the bank, in the layout of
       *> the direct-deposit extract
       SELECT PRENOTE-EXTRACT
       ASSIGN TO 'CH4PRENOTE'
       organization IS LINE sequential.

       *> one line per change made to the bank master, by this run
       *> and by AchReturns
       SELECT OPTIONAL BANK-AUDIT
       ASSIGN TO 'CH4BANKAUDIT'
       organization IS LINE sequential.

       data division.
       file section.

       *> a prenote status of P keeps the employee on paper check
       *> until the prenote period has passed without a return
       FD BANK-MASTER RECORDING MODE IS F.
       01 BANK-REC.
         05 BNK-EMPLOYEE-ID PIC X(5).
         05 BNK-PAY-METHOD PIC X(1).
           88 BNK-DIRECT-DEPOSIT VALUE 'D'.
           88 BNK-PAPER-CHECK VALUE 'C'.
         05 BNK-ROUTING PIC 9(9).
         05 BNK-ACCOUNT PIC X(17).
         05 BNK-PRENOTE-STATUS PIC X(1).
           88 BNK-PRENOTE-PENDING VALUE 'P'.
         05 BNK-PRENOTE-DATE PIC 9(6).

       FD BANK-CHANGES RECORDING MODE IS F.
       01 BANK-CHANGE-REC.
         05 BCH-EMPLOYEE-ID PIC X(5).
         05 BCH-PAY-METHOD PIC X(1).
         05 BCH-ROUTING PIC 9(9).
         05 BCH-ACCOUNT PIC X(17).

       FD PRENOTE-EXTRACT RECORDING MODE IS F.
       01 PRENOTE-REC.
         05 PRN-ROUTING PIC 9(9).
         05 FILLER PIC X(1).
         05 PRN-ACCOUNT PIC X(17).
         05 FILLER PIC X(1).
         05 PRN-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 PRN-AMOUNT PIC 9(5)V99.

       FD BANK-AUDIT RECORDING MODE IS F.
       01 BANK-AUDIT-REC.
         05 BAU-RUN-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 BAU-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 BAU-ACTION PIC X(8).
         05 FILLER PIC X(1).
         05 BAU-OLD-METHOD PIC X(1).
         05 FILLER PIC X(1).
         05 BAU-OLD-ROUTING PIC 9(9).
         05 FILLER PIC X(1).
         05 BAU-OLD-ACCOUNT PIC X(17).
         05 FILLER PIC X(1).
         05 BAU-NEW-METHOD PIC X(1).
         05 FILLER PIC X(1).
         05 BAU-NEW-ROUTING PIC 9(9).
         05 FILLER PIC X(1).
         05 BAU-NEW-ACCOUNT PIC X(17).
         05 FILLER PIC X(1).
         05 BAU-REASON PIC X(3).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-BNK-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
         05 WS-RUN-YY PIC 9(2).
         05 WS-RUN-MM PIC 9(2).
         05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-PRENOTE-DATE PIC 9(6) VALUE ZEROS.
       01 WS-PRENOTE-DATE-X REDEFINES WS-PRENOTE-DATE.
         05 WS-PRENOTE-YY PIC 9(2).
         05 WS-PRENOTE-MM PIC 9(2).
         05 WS-PRENOTE-DD PIC 9(2).
       01 WS-PRENOTE-DAY-NO PIC 9(6) VALUE ZERO.
       *> calendar days a prenote must stand unreturned
       01 WS-PRENOTE-DAYS PIC 9(3) VALUE 10.

       01 WS-BANK-TABLE.
         05 WS-BNK-COUNT PIC 9(3) VALUE ZERO.
         05 WS-BNK-ENTRY OCCURS 500 TIMES.
           10 WS-BNK-EMPLOYEE-ID PIC X(5).
           10 WS-BNK-METHOD PIC X(1).
           10 WS-BNK-ROUTING PIC 9(9).
           10 WS-BNK-ACCOUNT PIC X(17).
           10 WS-BNK-PRENOTE-STATUS PIC X(1).
           10 WS-BNK-PRENOTE-DATE PIC 9(6).
       01 WS-BNK-SUB PIC 9(3) VALUE ZERO.
       01 WS-BNK-FOUND-SUB PIC 9(3) VALUE ZERO.

       *> routing numbers carry an ABA check digit - weights 3 7 1
       01 WS-ROUTING PIC 9(9) VALUE ZEROS.
       01 WS-ROUTING-X REDEFINES WS-ROUTING.
         05 WS-RT-DIGIT PIC 9(1) OCCURS 9 TIMES.
       01 WS-RT-SUM PIC 9(4) VALUE ZERO.
       01 WS-RT-QUOT PIC 9(4) VALUE ZERO.
       01 WS-RT-REM PIC 9(2) VALUE ZERO.

       01 WS-RUN-TOTALS.
         05 WS-PRENOTE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-LIVE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-TO-CHECK-COUNT PIC 9(5) VALUE ZERO.
         05 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-RUN-DAY-NO = WS-RUN-YY * 365 + WS-RUN-MM * 31
             + WS-RUN-DD
           PERFORM 110-LOAD-BANK-MASTER
           OPEN INPUT BANK-CHANGES
             OUTPUT PRENOTE-EXTRACT
           OPEN EXTEND BANK-AUDIT
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BANK-CHANGES
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-APPLY-CHANGE
               END-READ
           END-PERFORM
           PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
             UNTIL WS-BNK-SUB > WS-BNK-COUNT
               PERFORM 250-CHECK-PRENOTE-PERIOD
           END-PERFORM
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       *> records kept before prenotes were taken are already live
       110-LOAD-BANK-MASTER.
           OPEN INPUT BANK-MASTER
           PERFORM UNTIL WS-BNK-MORE-RECORDS = 'NO '
               READ BANK-MASTER
                   AT END
                       MOVE 'NO ' TO WS-BNK-MORE-RECORDS
                   NOT AT END
                       IF WS-BNK-COUNT = 500
                           DISPLAY 'BANK TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BNK-COUNT
                       MOVE BNK-EMPLOYEE-ID
                         TO WS-BNK-EMPLOYEE-ID(WS-BNK-COUNT)
                       MOVE BNK-PAY-METHOD
                         TO WS-BNK-METHOD(WS-BNK-COUNT)
                       MOVE BNK-ROUTING TO WS-BNK-ROUTING(WS-BNK-COUNT)
                       MOVE BNK-ACCOUNT TO WS-BNK-ACCOUNT(WS-BNK-COUNT)
                       MOVE BNK-PRENOTE-STATUS
                         TO WS-BNK-PRENOTE-STATUS(WS-BNK-COUNT)
                       IF BNK-PRENOTE-DATE NUMERIC
                           MOVE BNK-PRENOTE-DATE
                             TO WS-BNK-PRENOTE-DATE(WS-BNK-COUNT)
                       ELSE
                           MOVE ZEROS
                             TO WS-BNK-PRENOTE-DATE(WS-BNK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-MASTER.

       130-FIND-BANK.
           MOVE ZEROS TO WS-BNK-FOUND-SUB
           PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
             UNTIL WS-BNK-SUB > WS-BNK-COUNT
               IF WS-BNK-EMPLOYEE-ID(WS-BNK-SUB) = BCH-EMPLOYEE-ID
                   MOVE WS-BNK-SUB TO WS-BNK-FOUND-SUB
                   MOVE WS-BNK-COUNT TO WS-BNK-SUB
               END-IF
           END-PERFORM.

       *> a new or changed deposit account is prenoted before any
       *> money is sent to it; a move to paper check takes effect now
       200-APPLY-CHANGE.
           PERFORM 130-FIND-BANK
           MOVE SPACES TO BANK-AUDIT-REC
           MOVE WS-RUN-DATE TO BAU-RUN-DATE
           MOVE BCH-EMPLOYEE-ID TO BAU-EMPLOYEE-ID
           MOVE ZEROS TO BAU-OLD-ROUTING
           MOVE BCH-PAY-METHOD TO BAU-NEW-METHOD
           MOVE BCH-ROUTING TO BAU-NEW-ROUTING
           MOVE BCH-ACCOUNT TO BAU-NEW-ACCOUNT
           IF WS-BNK-FOUND-SUB > 0
               MOVE WS-BNK-METHOD(WS-BNK-FOUND-SUB) TO BAU-OLD-METHOD
               MOVE WS-BNK-ROUTING(WS-BNK-FOUND-SUB)
                 TO BAU-OLD-ROUTING
               MOVE WS-BNK-ACCOUNT(WS-BNK-FOUND-SUB)
                 TO BAU-OLD-ACCOUNT
           END-IF
           EVALUATE TRUE
               WHEN BCH-PAY-METHOD = 'C'
                   PERFORM 210-CHANGE-TO-CHECK
               WHEN BCH-PAY-METHOD NOT = 'D'
                   MOVE 'REJECTED' TO BAU-ACTION
                   MOVE 'MTH' TO BAU-REASON
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM 220-CHANGE-TO-DEPOSIT
           END-EVALUATE
           WRITE BANK-AUDIT-REC.

       210-CHANGE-TO-CHECK.
           IF WS-BNK-FOUND-SUB = 0
               PERFORM 230-ADD-BANK-ENTRY
               MOVE BCH-ROUTING TO WS-BNK-ROUTING(WS-BNK-FOUND-SUB)
               MOVE BCH-ACCOUNT TO WS-BNK-ACCOUNT(WS-BNK-FOUND-SUB)
           END-IF
           MOVE 'C' TO WS-BNK-METHOD(WS-BNK-FOUND-SUB)
           MOVE SPACE TO WS-BNK-PRENOTE-STATUS(WS-BNK-FOUND-SUB)
           MOVE ZEROS TO WS-BNK-PRENOTE-DATE(WS-BNK-FOUND-SUB)
           MOVE 'TO CHECK' TO BAU-ACTION
           ADD 1 TO WS-TO-CHECK-COUNT.

       220-CHANGE-TO-DEPOSIT.
           MOVE BCH-ROUTING TO WS-ROUTING
           COMPUTE WS-RT-SUM =
             3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4) + WS-RT-DIGIT(7))
             + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5) + WS-RT-DIGIT(8))
             + WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9)
           DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOT
             REMAINDER WS-RT-REM
           EVALUATE TRUE
               WHEN BCH-ROUTING NOT NUMERIC OR BCH-ROUTING = ZEROS
                 OR WS-RT-REM NOT = 0
                   MOVE 'REJECTED' TO BAU-ACTION
                   MOVE 'RTN' TO BAU-REASON
                   ADD 1 TO WS-REJECT-COUNT
               WHEN BCH-ACCOUNT = SPACES
                   MOVE 'REJECTED' TO BAU-ACTION
                   MOVE 'ACC' TO BAU-REASON
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-BNK-FOUND-SUB > 0
                 AND WS-BNK-METHOD(WS-BNK-FOUND-SUB) = 'D'
                 AND WS-BNK-ROUTING(WS-BNK-FOUND-SUB) = BCH-ROUTING
                 AND WS-BNK-ACCOUNT(WS-BNK-FOUND-SUB) = BCH-ACCOUNT
                   MOVE 'NO CHNGE' TO BAU-ACTION
               WHEN OTHER
                   IF WS-BNK-FOUND-SUB = 0
                       PERFORM 230-ADD-BANK-ENTRY
                   END-IF
                   MOVE 'D' TO WS-BNK-METHOD(WS-BNK-FOUND-SUB)
                   MOVE BCH-ROUTING TO WS-BNK-ROUTING(WS-BNK-FOUND-SUB)
                   MOVE BCH-ACCOUNT TO WS-BNK-ACCOUNT(WS-BNK-FOUND-SUB)
                   MOVE 'P' TO WS-BNK-PRENOTE-STATUS(WS-BNK-FOUND-SUB)
                   MOVE WS-RUN-DATE
                     TO WS-BNK-PRENOTE-DATE(WS-BNK-FOUND-SUB)
                   MOVE SPACES TO PRENOTE-REC
                   MOVE BCH-ROUTING TO PRN-ROUTING
                   MOVE BCH-ACCOUNT TO PRN-ACCOUNT
                   MOVE BCH-EMPLOYEE-ID TO PRN-EMPLOYEE-ID
                   MOVE ZEROS TO PRN-AMOUNT
                   WRITE PRENOTE-REC
                   MOVE 'PRENOTE ' TO BAU-ACTION
                   ADD 1 TO WS-PRENOTE-COUNT
           END-EVALUATE.

       230-ADD-BANK-ENTRY.
           IF WS-BNK-COUNT = 500
               DISPLAY 'BANK TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BNK-COUNT
           MOVE WS-BNK-COUNT TO WS-BNK-FOUND-SUB
           MOVE BCH-EMPLOYEE-ID TO WS-BNK-EMPLOYEE-ID(WS-BNK-COUNT)
           MOVE SPACE TO WS-BNK-PRENOTE-STATUS(WS-BNK-COUNT)
           MOVE ZEROS TO WS-BNK-PRENOTE-DATE(WS-BNK-COUNT).

       *> a prenote the bank has not returned within the period is
       *> clean - the employee goes live on direct deposit
       250-CHECK-PRENOTE-PERIOD.
           IF WS-BNK-PRENOTE-STATUS(WS-BNK-SUB) = 'P'
               MOVE WS-BNK-PRENOTE-DATE(WS-BNK-SUB) TO WS-PRENOTE-DATE
               COMPUTE WS-PRENOTE-DAY-NO = WS-PRENOTE-YY * 365
                 + WS-PRENOTE-MM * 31 + WS-PRENOTE-DD
               IF WS-RUN-DAY-NO - WS-PRENOTE-DAY-NO
                 NOT < WS-PRENOTE-DAYS
                   MOVE SPACE TO WS-BNK-PRENOTE-STATUS(WS-BNK-SUB)
                   MOVE SPACES TO BANK-AUDIT-REC
                   MOVE WS-RUN-DATE TO BAU-RUN-DATE
                   MOVE WS-BNK-EMPLOYEE-ID(WS-BNK-SUB)
                     TO BAU-EMPLOYEE-ID
                   MOVE 'LIVE    ' TO BAU-ACTION
                   MOVE WS-BNK-METHOD(WS-BNK-SUB) TO BAU-OLD-METHOD
                     BAU-NEW-METHOD
                   MOVE WS-BNK-ROUTING(WS-BNK-SUB) TO BAU-OLD-ROUTING
                     BAU-NEW-ROUTING
                   MOVE WS-BNK-ACCOUNT(WS-BNK-SUB) TO BAU-OLD-ACCOUNT
                     BAU-NEW-ACCOUNT
                   WRITE BANK-AUDIT-REC
                   ADD 1 TO WS-LIVE-COUNT
               END-IF
           END-IF.

       300-CLOSE-RTN.
           CLOSE BANK-CHANGES PRENOTE-EXTRACT BANK-AUDIT
           OPEN OUTPUT BANK-MASTER
           PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
             UNTIL WS-BNK-SUB > WS-BNK-COUNT
               MOVE SPACES TO BANK-REC
               MOVE WS-BNK-EMPLOYEE-ID(WS-BNK-SUB) TO BNK-EMPLOYEE-ID
               MOVE WS-BNK-METHOD(WS-BNK-SUB) TO BNK-PAY-METHOD
               MOVE WS-BNK-ROUTING(WS-BNK-SUB) TO BNK-ROUTING
               MOVE WS-BNK-ACCOUNT(WS-BNK-SUB) TO BNK-ACCOUNT
               MOVE WS-BNK-PRENOTE-STATUS(WS-BNK-SUB)
                 TO BNK-PRENOTE-STATUS
               MOVE WS-BNK-PRENOTE-DATE(WS-BNK-SUB) TO BNK-PRENOTE-DATE
               WRITE BANK-REC
           END-PERFORM
           CLOSE BANK-MASTER
           DISPLAY 'BANK MAINTENANCE - PRENOTES: ' WS-PRENOTE-COUNT
             ' LIVE: ' WS-LIVE-COUNT ' TO CHECK: ' WS-TO-CHECK-COUNT
             ' REJECTED: ' WS-REJECT-COUNT.

       end program BankMaint.
