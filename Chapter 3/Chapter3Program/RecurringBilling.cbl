       identification division.
       program-id. RecurringBilling.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> standing service charges billed on a fixed cycle - one
       *> record per contract, maintained by Accounting
       SELECT RECURRING-MASTER
       ASSIGN TO 'CH3RECURRING'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the period ids stamped by the period-end close - the open
       *> period is the one being billed
       SELECT OPTIONAL PERIOD-CONTROL-FILE
       ASSIGN TO 'CH3PERIODCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> every contract charge ever billed, by period - appended
       *> each run and checked first so a period is billed only once
       SELECT OPTIONAL RECURRING-BILLED
       ASSIGN TO 'CH3RECURBILLED'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the period's charges as a keyed transaction batch - the
       *> posting run takes this as input like any keyed batch
       SELECT RECURRING-TRANS
       ASSIGN TO 'CH3RECURTRANS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> billing register, with contracts about to run out
       SELECT RECURRING-REGISTER
       ASSIGN TO 'CH3RECURREGISTER'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       *> frequency M monthly, Q quarterly, S semi-annual, A annual,
       *> counted from the start date's month; an end date of zero
       *> is a contract with no end
       FD RECURRING-MASTER RECORDING MODE IS F.
       01 RECURRING-MASTER-REC.
         05 RCM-CONTRACT-NO PIC X(6).
         05 FILLER PIC X(1).
         05 RCM-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 RCM-AMOUNT PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 RCM-SLSP PIC X(3).
         05 FILLER PIC X(1).
         05 RCM-FREQUENCY PIC X(1).
           88 RCM-MONTHLY VALUE 'M'.
           88 RCM-QUARTERLY VALUE 'Q'.
           88 RCM-SEMI-ANNUAL VALUE 'S'.
           88 RCM-ANNUAL VALUE 'A'.
         05 FILLER PIC X(1).
         05 RCM-START-DATE.
           10 RCM-START-YY PIC 9(2).
           10 RCM-START-MM PIC 9(2).
           10 RCM-START-DD PIC 9(2).
         05 FILLER PIC X(1).
         05 RCM-END-DATE.
           10 RCM-END-YY PIC 9(2).
           10 RCM-END-MM PIC 9(2).
           10 RCM-END-DD PIC 9(2).

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
         05 REF-IDENT PIC X(5).
         05 REF-NAME PIC X(20).
         05 REF-CREDIT-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(46).

       FD PERIOD-CONTROL-FILE RECORDING MODE IS F.
       01 PERIOD-CONTROL-REC.
         05 PC-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 PC-STATUS PIC X(1).
         05 FILLER PIC X(1).
         05 PC-ACTION-DATE PIC 9(6).

       FD RECURRING-BILLED RECORDING MODE IS F.
       01 RECURRING-BILLED-REC.
         05 RBL-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 RBL-CONTRACT-NO PIC X(6).
         05 FILLER PIC X(1).
         05 RBL-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 RBL-AMOUNT PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 RBL-RUN-DATE PIC 9(6).

       FD RECURRING-TRANS RECORDING MODE IS F.
       01 RECURRING-TRANS-REC.
         05 RCT-IDENT PIC X(5).
         05 RCT-AMOUNT PIC S9(5)V99 SIGN IS LEADING SEPARATE.
         05 RCT-TRANS-TYPE PIC X(1).
         05 RCT-SLSP PIC X(3).

       *> batch controls written onto the charge file itself so the
       *> posting run's balancing pass accepts it as keyed input
       01 RECURRING-CONTROL-TRANS-REC.
         05 RCC-RECORD-TYPE PIC X(5).
         05 RCC-BATCH-COUNT PIC 9(5).
         05 RCC-BATCH-HASH PIC S9(7)V99 SIGN IS LEADING
           SEPARATE.

       FD RECURRING-REGISTER RECORDING MODE IS F.
       01 REGISTER-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-PC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-RBL-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-ALREADY-BILLED-SW PIC X(3) VALUE 'NO '.
         88 WS-ALREADY-BILLED VALUE 'YES'.
       01 WS-CONTRACT-DUE-SW PIC X(3) VALUE 'NO '.
         88 WS-CONTRACT-DUE VALUE 'YES'.

       *> names keyed by customer id for the register
       01 WS-CUSTOMER-REF-TABLE.
         05 WS-REF-COUNT PIC 9(3) VALUE ZERO.
         05 WS-REF-ENTRY OCCURS 500 TIMES.
           10 WS-REF-IDENT PIC X(5).
           10 WS-REF-NAME PIC X(20).
       01 WS-REF-SUB PIC 9(3) VALUE ZERO.
       01 WS-NAME-HOLD PIC X(20) VALUE SPACES.
       01 WS-NAME-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-NAME-FOUND VALUE 'YES'.

       *> contracts ending within the warning window, listed after
       *> the billing detail
       01 WS-EXPIRING-TABLE.
         05 WS-EXP-COUNT PIC 9(3) VALUE ZERO.
         05 WS-EXP-ENTRY OCCURS 500 TIMES.
           10 WS-EXP-CONTRACT-NO PIC X(6).
           10 WS-EXP-IDENT PIC X(5).
           10 WS-EXP-NAME PIC X(20).
           10 WS-EXP-AMOUNT PIC 9(5)V99.
           10 WS-EXP-END-DATE PIC 9(6).
           10 WS-EXP-DAYS PIC 9(3).
       01 WS-EXP-SUB PIC 9(3) VALUE ZERO.
       01 WS-WARN-DAYS PIC 9(3) VALUE 60.

       01 WS-CURRENT-PERIOD PIC 9(6) VALUE ZEROS.
       01 WS-CURRENT-PERIOD-SPLIT REDEFINES WS-CURRENT-PERIOD.
         05 WS-CUR-YYYY PIC 9(4).
         05 WS-CUR-MM PIC 9(2).
       01 WS-RUN-DATE-FIELD.
         05 WS-RD-YYYY PIC 9(4).
         05 WS-RD-MM PIC 9(2).
         05 WS-RD-DD PIC 9(2).
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
         05 WS-RUN-YY PIC 9(2).
         05 WS-RUN-MM PIC 9(2).
         05 WS-RUN-DD PIC 9(2).

       01 WS-CURRENT-KEY PIC 9(6) VALUE ZEROS.
       01 WS-START-KEY PIC 9(6) VALUE ZEROS.
       01 WS-END-KEY PIC 9(6) VALUE ZEROS.
       01 WS-MONTHS-IN PIC S9(6) VALUE ZERO.
       01 WS-CYCLE-MONTHS PIC 9(2) VALUE ZERO.
       01 WS-CYCLE-QUOT PIC 9(6) VALUE ZERO.
       01 WS-CYCLE-REM PIC 9(2) VALUE ZERO.
       01 WS-RUN-DAYNO PIC 9(7) VALUE ZERO.
       01 WS-END-DAYNO PIC 9(7) VALUE ZERO.
       01 WS-DAYS-LEFT PIC S9(7) VALUE ZERO.

       01 WS-BILL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BILL-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-BILL-HASH PIC S9(7)V99 VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(5) VALUE ZERO.

       01 REGISTER-HDR-LINE.
         05 FILLER PIC X(36) VALUE
           ' RECURRING BILLING REGISTER PERIOD: '.
         05 RGH-PERIOD PIC 9(6).
         05 FILLER PIC X(8) VALUE '  DATE: '.
         05 RGH-DATE PIC 9(6).
         05 FILLER PIC X(24) VALUE SPACES.

       01 REGISTER-COL-LINE.
         05 FILLER PIC X(9) VALUE ' CONTR'.
         05 FILLER PIC X(7) VALUE 'CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(6) VALUE 'SLSP'.
         05 FILLER PIC X(6) VALUE 'FREQ'.
         05 FILLER PIC X(12) VALUE '    AMOUNT'.
         05 FILLER PIC X(18) VALUE SPACES.

       01 REGISTER-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RGD-CONTRACT-NO PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-IDENT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-SLSP PIC X(3).
         05 FILLER PIC X(4) VALUE SPACES.
         05 RGD-FREQUENCY PIC X(1).
         05 FILLER PIC X(3) VALUE SPACES.
         05 RGD-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-NOTE PIC X(20).

       01 REGISTER-TOTAL-LINE.
         05 FILLER PIC X(20) VALUE ' CONTRACTS BILLED:  '.
         05 RGT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(15) VALUE '  BATCH TOTAL: '.
         05 RGT-TOTAL PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(12) VALUE '  SKIPPED: '.
         05 RGT-SKIPPED PIC ZZZZ9.
         05 FILLER PIC X(11) VALUE SPACES.

       01 REGISTER-REFUSED-LINE.
         05 FILLER PIC X(8) VALUE ' PERIOD '.
         05 RGR-PERIOD PIC 9(6).
         05 FILLER PIC X(40) VALUE
           ' ALREADY BILLED - RUN REFUSED'.
         05 FILLER PIC X(26) VALUE SPACES.

       01 EXPIRING-HDR-LINE.
         05 FILLER PIC X(25) VALUE ' CONTRACTS ENDING WITHIN'.
         05 EXH-DAYS PIC ZZ9.
         05 FILLER PIC X(52) VALUE ' DAYS'.

       01 EXPIRING-COL-LINE.
         05 FILLER PIC X(9) VALUE ' CONTR'.
         05 FILLER PIC X(7) VALUE 'CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(12) VALUE '    AMOUNT'.
         05 FILLER PIC X(10) VALUE 'END DATE'.
         05 FILLER PIC X(10) VALUE 'DAYS LEFT'.
         05 FILLER PIC X(10) VALUE SPACES.

       01 EXPIRING-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 EXD-CONTRACT-NO PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXD-IDENT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXD-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXD-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 EXD-END-DATE PIC 9(6).
         05 FILLER PIC X(7) VALUE SPACES.
         05 EXD-DAYS PIC ZZ9.
         05 FILLER PIC X(14) VALUE SPACES.

       01 REGISTER-BLANK-LINE PIC X(80) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 110-LOAD-CUSTOMER-REF
           PERFORM 112-FIND-CURRENT-PERIOD
           PERFORM 115-CHECK-ALREADY-BILLED
           OPEN OUTPUT RECURRING-REGISTER
           MOVE WS-CURRENT-PERIOD TO RGH-PERIOD
           MOVE WS-RUN-DATE TO RGH-DATE
           WRITE REGISTER-LINE FROM REGISTER-HDR-LINE
           IF WS-ALREADY-BILLED
               MOVE WS-CURRENT-PERIOD TO RGR-PERIOD
               WRITE REGISTER-LINE FROM REGISTER-REFUSED-LINE
               CLOSE RECURRING-REGISTER
               DISPLAY 'PERIOD ' WS-CURRENT-PERIOD
                 ' ALREADY BILLED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CURRENT-KEY = WS-CUR-YYYY * 12 + WS-CUR-MM
           COMPUTE WS-RUN-DAYNO =
             WS-RUN-YY * 365 + WS-RUN-MM * 31 + WS-RUN-DD
           OPEN INPUT RECURRING-MASTER
             OUTPUT RECURRING-TRANS
             EXTEND RECURRING-BILLED
           MOVE SPACES TO RECURRING-CONTROL-TRANS-REC
           MOVE 'HDR  ' TO RCC-RECORD-TYPE
           MOVE ZEROS TO RCC-BATCH-COUNT RCC-BATCH-HASH
           WRITE RECURRING-CONTROL-TRANS-REC
           WRITE REGISTER-LINE FROM REGISTER-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ RECURRING-MASTER
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-BILL-ONE-CONTRACT
               END-READ
           END-PERFORM
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       110-LOAD-CUSTOMER-REF.
           OPEN INPUT CUSTOMER-REF
           PERFORM UNTIL WS-REF-MORE-RECORDS = 'NO '
               READ CUSTOMER-REF
                   AT END
                       MOVE 'NO ' TO WS-REF-MORE-RECORDS
                   NOT AT END
                       IF WS-REF-COUNT = 500
                           DISPLAY 'CUSTOMER TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-REF-COUNT
                       MOVE REF-IDENT TO WS-REF-IDENT(WS-REF-COUNT)
                       MOVE REF-NAME TO WS-REF-NAME(WS-REF-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-REF.

       112-FIND-CURRENT-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FIELD
           COMPUTE WS-CURRENT-PERIOD =
             WS-RD-YYYY * 100 + WS-RD-MM
           OPEN INPUT PERIOD-CONTROL-FILE
           PERFORM UNTIL WS-PC-MORE-RECORDS = 'NO '
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE 'NO ' TO WS-PC-MORE-RECORDS
                   NOT AT END
                       IF PC-STATUS = 'O'
                           MOVE PC-PERIOD-ID TO WS-CURRENT-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

       *> any charge already logged for the open period means the
       *> period's batch has been produced - a rerun is refused
       *> outright so the earlier batch is never overwritten
       115-CHECK-ALREADY-BILLED.
           OPEN INPUT RECURRING-BILLED
           PERFORM UNTIL WS-RBL-MORE-RECORDS = 'NO '
               READ RECURRING-BILLED
                   AT END
                       MOVE 'NO ' TO WS-RBL-MORE-RECORDS
                   NOT AT END
                       IF RBL-PERIOD-ID = WS-CURRENT-PERIOD
                           SET WS-ALREADY-BILLED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECURRING-BILLED.

       120-FIND-NAME.
           MOVE SPACES TO WS-NAME-HOLD
           MOVE 'NO ' TO WS-NAME-FOUND-SW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
             UNTIL WS-REF-SUB > WS-REF-COUNT
               IF WS-REF-IDENT(WS-REF-SUB) = RCM-IDENT
                   MOVE WS-REF-NAME(WS-REF-SUB) TO WS-NAME-HOLD
                   SET WS-NAME-FOUND TO TRUE
                   MOVE WS-REF-COUNT TO WS-REF-SUB
               END-IF
           END-PERFORM.

       *> a contract is due in the open period when the period falls
       *> between its start and end months and is a whole number of
       *> billing cycles past the start month
       130-TEST-CONTRACT-DUE.
           MOVE 'NO ' TO WS-CONTRACT-DUE-SW
           EVALUATE TRUE
               WHEN RCM-MONTHLY
                   MOVE 1 TO WS-CYCLE-MONTHS
               WHEN RCM-QUARTERLY
                   MOVE 3 TO WS-CYCLE-MONTHS
               WHEN RCM-SEMI-ANNUAL
                   MOVE 6 TO WS-CYCLE-MONTHS
               WHEN RCM-ANNUAL
                   MOVE 12 TO WS-CYCLE-MONTHS
               WHEN OTHER
                   MOVE ZEROS TO WS-CYCLE-MONTHS
           END-EVALUATE
           COMPUTE WS-START-KEY =
             (2000 + RCM-START-YY) * 12 + RCM-START-MM
           COMPUTE WS-MONTHS-IN = WS-CURRENT-KEY - WS-START-KEY
           IF WS-CYCLE-MONTHS > 0 AND WS-MONTHS-IN NOT < 0
               DIVIDE WS-MONTHS-IN BY WS-CYCLE-MONTHS
                 GIVING WS-CYCLE-QUOT REMAINDER WS-CYCLE-REM
               IF WS-CYCLE-REM = 0
                   SET WS-CONTRACT-DUE TO TRUE
               END-IF
           END-IF
           IF WS-CONTRACT-DUE AND RCM-END-DATE NOT = ZEROS
               COMPUTE WS-END-KEY =
                 (2000 + RCM-END-YY) * 12 + RCM-END-MM
               IF WS-END-KEY < WS-CURRENT-KEY
                   MOVE 'NO ' TO WS-CONTRACT-DUE-SW
               END-IF
           END-IF.

       *> a contract with an end date inside the warning window is
       *> held for the expiring list, billed this period or not
       140-TEST-EXPIRING.
           IF RCM-END-DATE NOT = ZEROS
               COMPUTE WS-END-DAYNO =
                 RCM-END-YY * 365 + RCM-END-MM * 31 + RCM-END-DD
               COMPUTE WS-DAYS-LEFT = WS-END-DAYNO - WS-RUN-DAYNO
               IF WS-DAYS-LEFT NOT < 0
                 AND WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   IF WS-EXP-COUNT = 500
                       DISPLAY 'EXPIRING TABLE FULL - RUN STOPPED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-EXP-COUNT
                   MOVE RCM-CONTRACT-NO
                     TO WS-EXP-CONTRACT-NO(WS-EXP-COUNT)
                   MOVE RCM-IDENT TO WS-EXP-IDENT(WS-EXP-COUNT)
                   MOVE WS-NAME-HOLD TO WS-EXP-NAME(WS-EXP-COUNT)
                   MOVE RCM-AMOUNT TO WS-EXP-AMOUNT(WS-EXP-COUNT)
                   MOVE RCM-END-DATE TO WS-EXP-END-DATE(WS-EXP-COUNT)
                   MOVE WS-DAYS-LEFT TO WS-EXP-DAYS(WS-EXP-COUNT)
               END-IF
           END-IF.

       *> one type-S sale per contract due this period, carrying the
       *> contract's salesperson so the commission run prices it; a
       *> contract for a customer not on file is listed, not billed
       200-BILL-ONE-CONTRACT.
           PERFORM 120-FIND-NAME
           PERFORM 140-TEST-EXPIRING
           PERFORM 130-TEST-CONTRACT-DUE
           IF WS-CONTRACT-DUE
               MOVE RCM-CONTRACT-NO TO RGD-CONTRACT-NO
               MOVE RCM-IDENT TO RGD-IDENT
               MOVE WS-NAME-HOLD TO RGD-NAME
               MOVE RCM-SLSP TO RGD-SLSP
               MOVE RCM-FREQUENCY TO RGD-FREQUENCY
               MOVE RCM-AMOUNT TO RGD-AMOUNT
               IF NOT WS-NAME-FOUND
                   MOVE 'UNKNOWN CUSTOMER' TO RGD-NOTE
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   IF RCM-AMOUNT NOT NUMERIC OR RCM-AMOUNT = 0
                       MOVE 'NO AMOUNT' TO RGD-NOTE
                       ADD 1 TO WS-SKIP-COUNT
                   ELSE
                       MOVE SPACES TO RGD-NOTE
                       PERFORM 210-WRITE-CHARGE
                   END-IF
               END-IF
               WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
           END-IF.

       210-WRITE-CHARGE.
           MOVE SPACES TO RECURRING-TRANS-REC
           MOVE RCM-IDENT TO RCT-IDENT
           MOVE RCM-AMOUNT TO RCT-AMOUNT
           MOVE 'S' TO RCT-TRANS-TYPE
           MOVE RCM-SLSP TO RCT-SLSP
           WRITE RECURRING-TRANS-REC
           MOVE SPACES TO RECURRING-BILLED-REC
           MOVE WS-CURRENT-PERIOD TO RBL-PERIOD-ID
           MOVE RCM-CONTRACT-NO TO RBL-CONTRACT-NO
           MOVE RCM-IDENT TO RBL-IDENT
           MOVE RCM-AMOUNT TO RBL-AMOUNT
           MOVE WS-RUN-DATE TO RBL-RUN-DATE
           WRITE RECURRING-BILLED-REC
           ADD 1 TO WS-BILL-COUNT
           ADD RCM-AMOUNT TO WS-BILL-TOTAL
           ADD RCM-AMOUNT TO WS-BILL-HASH.

       250-WRITE-EXPIRING.
           WRITE REGISTER-LINE FROM REGISTER-BLANK-LINE
           MOVE WS-WARN-DAYS TO EXH-DAYS
           WRITE REGISTER-LINE FROM EXPIRING-HDR-LINE
           WRITE REGISTER-LINE FROM EXPIRING-COL-LINE
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
             UNTIL WS-EXP-SUB > WS-EXP-COUNT
               MOVE WS-EXP-CONTRACT-NO(WS-EXP-SUB) TO EXD-CONTRACT-NO
               MOVE WS-EXP-IDENT(WS-EXP-SUB) TO EXD-IDENT
               MOVE WS-EXP-NAME(WS-EXP-SUB) TO EXD-NAME
               MOVE WS-EXP-AMOUNT(WS-EXP-SUB) TO EXD-AMOUNT
               MOVE WS-EXP-END-DATE(WS-EXP-SUB) TO EXD-END-DATE
               MOVE WS-EXP-DAYS(WS-EXP-SUB) TO EXD-DAYS
               WRITE REGISTER-LINE FROM EXPIRING-DETAIL-LINE
           END-PERFORM.

       300-CLOSE-RTN.
           MOVE SPACES TO RECURRING-CONTROL-TRANS-REC
           MOVE 'TRL  ' TO RCC-RECORD-TYPE
           MOVE WS-BILL-COUNT TO RCC-BATCH-COUNT
           MOVE WS-BILL-HASH TO RCC-BATCH-HASH
           WRITE RECURRING-CONTROL-TRANS-REC
           MOVE WS-BILL-COUNT TO RGT-COUNT
           MOVE WS-BILL-TOTAL TO RGT-TOTAL
           MOVE WS-SKIP-COUNT TO RGT-SKIPPED
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           PERFORM 250-WRITE-EXPIRING
           CLOSE RECURRING-MASTER RECURRING-TRANS RECURRING-BILLED
             RECURRING-REGISTER
           DISPLAY 'RECURRING CHARGES BILLED: ' WS-BILL-COUNT
             ' EXPIRING WITHIN ' WS-WARN-DAYS ' DAYS: ' WS-EXP-COUNT.

       end program RecurringBilling.
