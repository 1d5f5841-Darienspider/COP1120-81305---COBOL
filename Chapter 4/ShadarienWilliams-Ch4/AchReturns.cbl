       identification division.
       program-id. AchReturns.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> returned entries and notifications of change from the bank
       SELECT OPTIONAL ACH-RETURNS
       ASSIGN TO 'CH4ACHRETURNS'
       organization IS LINE sequential.

       *> direct-deposit details of record - read, updated and
       *> written back
       SELECT OPTIONAL BANK-MASTER
       ASSIGN TO 'CH4BANK'
       organization IS LINE sequential.

       *> a returned deposit is queued here and paid by paper check
       *> in the next Disburse run
       SELECT OPTIONAL PAY-ADJUST-FILE
       ASSIGN TO 'CH4PAYADJUST'
       organization IS LINE sequential.

       *> one line per change made to the bank master
       SELECT OPTIONAL BANK-AUDIT
       ASSIGN TO 'CH4BANKAUDIT'
       organization IS LINE sequential.

       data division.
       file section.

       *> entry type R is a return, C a notification of change; the
       *> amount is zero for a returned prenote
       FD ACH-RETURNS RECORDING MODE IS F.
       01 ACH-RETURN-REC.
         05 RTN-ENTRY-TYPE PIC X(1).
           88 RTN-RETURN VALUE 'R'.
           88 RTN-CHANGE VALUE 'C'.
         05 RTN-EMPLOYEE-ID PIC X(5).
         05 RTN-EMPLOYEE-NAME PIC X(20).
         05 RTN-REASON PIC X(3).
         05 RTN-AMOUNT PIC 9(5)V99.
         05 RTN-ROUTING PIC 9(9).
         05 RTN-ACCOUNT PIC X(17).
         05 RTN-CORR-ROUTING PIC 9(9).
         05 RTN-CORR-ACCOUNT PIC X(17).

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

       FD PAY-ADJUST-FILE RECORDING MODE IS F.
       01 PAY-ADJUST-REC.
         05 ADJ-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 ADJ-EMPLOYEE-NAME PIC X(20).
         05 FILLER PIC X(1).
         05 ADJ-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 ADJ-VOID-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 ADJ-VOID-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 ADJ-REISSUE-SW PIC X(1).
         05 FILLER PIC X(1).
         05 ADJ-REISSUE-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 ADJ-REISSUE-DATE PIC 9(6).

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
       01 WS-BANK-CHANGED-SW PIC X(3) VALUE 'NO '.
         88 WS-BANK-CHANGED VALUE 'YES'.

       01 WS-RUN-TOTALS.
         05 WS-RETURN-COUNT PIC 9(5) VALUE ZERO.
         05 WS-REQUEUE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-REQUEUE-TOTAL PIC 9(7)V99 VALUE ZEROS.
         05 WS-NOC-COUNT PIC 9(5) VALUE ZERO.
         05 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 110-LOAD-BANK-MASTER
           OPEN INPUT ACH-RETURNS
           OPEN EXTEND PAY-ADJUST-FILE
           OPEN EXTEND BANK-AUDIT
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ ACH-RETURNS
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-APPLY-ENTRY
               END-READ
           END-PERFORM
           PERFORM 300-CLOSE-RTN
           STOP RUN.

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
               IF WS-BNK-EMPLOYEE-ID(WS-BNK-SUB) = RTN-EMPLOYEE-ID
                   MOVE WS-BNK-SUB TO WS-BNK-FOUND-SUB
                   MOVE WS-BNK-COUNT TO WS-BNK-SUB
               END-IF
           END-PERFORM.

       200-APPLY-ENTRY.
           PERFORM 130-FIND-BANK
           MOVE SPACES TO BANK-AUDIT-REC
           MOVE WS-RUN-DATE TO BAU-RUN-DATE
           MOVE RTN-EMPLOYEE-ID TO BAU-EMPLOYEE-ID
           MOVE RTN-REASON TO BAU-REASON
           MOVE RTN-ROUTING TO BAU-OLD-ROUTING BAU-NEW-ROUTING
           MOVE RTN-ACCOUNT TO BAU-OLD-ACCOUNT BAU-NEW-ACCOUNT
           IF WS-BNK-FOUND-SUB > 0
               MOVE WS-BNK-METHOD(WS-BNK-FOUND-SUB) TO BAU-OLD-METHOD
                 BAU-NEW-METHOD
               MOVE WS-BNK-ROUTING(WS-BNK-FOUND-SUB)
                 TO BAU-OLD-ROUTING BAU-NEW-ROUTING
               MOVE WS-BNK-ACCOUNT(WS-BNK-FOUND-SUB)
                 TO BAU-OLD-ACCOUNT BAU-NEW-ACCOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-BNK-FOUND-SUB = 0
                   MOVE 'UNMATCHD' TO BAU-ACTION
                   ADD 1 TO WS-UNMATCHED-COUNT
                   IF RTN-RETURN AND RTN-AMOUNT > 0
                       PERFORM 220-REQUEUE-PAY
                   END-IF
               WHEN RTN-RETURN
                   PERFORM 210-APPLY-RETURN
               WHEN RTN-CHANGE
                   PERFORM 230-APPLY-CHANGE
               WHEN OTHER
                   MOVE 'UNKNOWN ' TO BAU-ACTION
                   ADD 1 TO WS-UNMATCHED-COUNT
           END-EVALUATE
           WRITE BANK-AUDIT-REC.

       *> a returned entry - prenote or live - puts the employee back
       *> on paper check until Payroll keys a corrected setup
       210-APPLY-RETURN.
           MOVE 'C' TO WS-BNK-METHOD(WS-BNK-FOUND-SUB)
           MOVE SPACE TO WS-BNK-PRENOTE-STATUS(WS-BNK-FOUND-SUB)
           MOVE ZEROS TO WS-BNK-PRENOTE-DATE(WS-BNK-FOUND-SUB)
           SET WS-BANK-CHANGED TO TRUE
           MOVE 'C' TO BAU-NEW-METHOD
           MOVE 'RETURN  ' TO BAU-ACTION
           ADD 1 TO WS-RETURN-COUNT
           IF RTN-AMOUNT > 0
               PERFORM 220-REQUEUE-PAY
           END-IF.

       *> the returned pay goes out again by check; a zero check
       *> number marks it as never having been a paper check
       220-REQUEUE-PAY.
           MOVE SPACES TO PAY-ADJUST-REC
           MOVE RTN-EMPLOYEE-ID TO ADJ-EMPLOYEE-ID
           MOVE RTN-EMPLOYEE-NAME TO ADJ-EMPLOYEE-NAME
           MOVE RTN-AMOUNT TO ADJ-AMOUNT
           MOVE ZEROS TO ADJ-VOID-CHECK-NO
           MOVE WS-RUN-DATE TO ADJ-VOID-DATE
           MOVE 'Y' TO ADJ-REISSUE-SW
           MOVE ZEROS TO ADJ-REISSUE-CHECK-NO
           MOVE ZEROS TO ADJ-REISSUE-DATE
           WRITE PAY-ADJUST-REC
           ADD 1 TO WS-REQUEUE-COUNT
           ADD RTN-AMOUNT TO WS-REQUEUE-TOTAL.

       *> corrected details from the bank are applied as given; the
       *> account is already proven, so no new prenote is taken
       230-APPLY-CHANGE.
           IF RTN-CORR-ROUTING NUMERIC AND RTN-CORR-ROUTING > ZEROS
               MOVE RTN-CORR-ROUTING
                 TO WS-BNK-ROUTING(WS-BNK-FOUND-SUB)
           END-IF
           IF RTN-CORR-ACCOUNT NOT = SPACES
               MOVE RTN-CORR-ACCOUNT
                 TO WS-BNK-ACCOUNT(WS-BNK-FOUND-SUB)
           END-IF
           SET WS-BANK-CHANGED TO TRUE
           MOVE WS-BNK-ROUTING(WS-BNK-FOUND-SUB) TO BAU-NEW-ROUTING
           MOVE WS-BNK-ACCOUNT(WS-BNK-FOUND-SUB) TO BAU-NEW-ACCOUNT
           MOVE 'NOC     ' TO BAU-ACTION
           ADD 1 TO WS-NOC-COUNT.

       300-CLOSE-RTN.
           CLOSE ACH-RETURNS PAY-ADJUST-FILE BANK-AUDIT
           IF WS-BANK-CHANGED
               OPEN OUTPUT BANK-MASTER
               PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
                 UNTIL WS-BNK-SUB > WS-BNK-COUNT
                   MOVE SPACES TO BANK-REC
                   MOVE WS-BNK-EMPLOYEE-ID(WS-BNK-SUB)
                     TO BNK-EMPLOYEE-ID
                   MOVE WS-BNK-METHOD(WS-BNK-SUB) TO BNK-PAY-METHOD
                   MOVE WS-BNK-ROUTING(WS-BNK-SUB) TO BNK-ROUTING
                   MOVE WS-BNK-ACCOUNT(WS-BNK-SUB) TO BNK-ACCOUNT
                   MOVE WS-BNK-PRENOTE-STATUS(WS-BNK-SUB)
                     TO BNK-PRENOTE-STATUS
                   MOVE WS-BNK-PRENOTE-DATE(WS-BNK-SUB)
                     TO BNK-PRENOTE-DATE
                   WRITE BANK-REC
               END-PERFORM
               CLOSE BANK-MASTER
           END-IF
           DISPLAY 'ACH RETURNS - RETURNS: ' WS-RETURN-COUNT
             ' REQUEUED: ' WS-REQUEUE-COUNT ' NOC: ' WS-NOC-COUNT
             ' UNMATCHED: ' WS-UNMATCHED-COUNT.

       end program AchReturns.
