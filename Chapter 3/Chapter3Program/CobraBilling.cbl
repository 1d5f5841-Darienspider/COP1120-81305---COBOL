       identification division.
       program-id. CobraBilling.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> continuation coverage participants kept by the Ch7
       *> eligibility run - elected participants are customers here
       SELECT COBRA-MASTER
       ASSIGN TO 'CH7COBRA'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the period ids stamped by the period-end close - the open
       *> period is the one being billed
       SELECT OPTIONAL PERIOD-CONTROL-FILE
       ASSIGN TO 'CH3PERIODCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> every coverage month ever billed, by period - appended
       *> each run and checked first so a period is billed only once
       SELECT OPTIONAL COBRA-BILLED
       ASSIGN TO 'CH3COBRABILLED'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the period's premiums as a keyed transaction batch - the
       *> posting run takes this as input like any keyed batch
       SELECT COBRA-TRANS
       ASSIGN TO 'CH3COBRATRANS'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COBRA-REGISTER
       ASSIGN TO 'CH3COBRAREGISTER'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD COBRA-MASTER RECORDING MODE IS F.
       01 COBRA-MASTER-REC.
         05 COB-EMPLOYEE-NO PIC X(5).
         05 FILLER PIC X(1).
         05 COB-NAME PIC X(25).
         05 FILLER PIC X(1).
         05 COB-PLAN-CODE PIC X(1).
         05 FILLER PIC X(1).
         05 COB-EVENT-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 COB-EVENT-REASON PIC X(1).
         05 FILLER PIC X(1).
         05 COB-NOTICE-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 COB-ELECT-DEADLINE PIC 9(8).
         05 FILLER PIC X(1).
         05 COB-COVERAGE-START.
           10 COB-START-YYYY PIC 9(4).
           10 COB-START-MM PIC 9(2).
           10 COB-START-DD PIC 9(2).
         05 FILLER PIC X(1).
         05 COB-COVERAGE-END.
           10 COB-END-YYYY PIC 9(4).
           10 COB-END-MM PIC 9(2).
           10 COB-END-DD PIC 9(2).
         05 FILLER PIC X(1).
         05 COB-STATUS PIC X(1).
           88 COB-ELECTED VALUE 'L'.
         05 FILLER PIC X(1).
         05 COB-STATUS-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 COB-CUST-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 COB-PREMIUM PIC 9(3)V99.
         05 FILLER PIC X(1).
         05 COB-ADMIN-FEE PIC 9(3)V99.

       FD PERIOD-CONTROL-FILE RECORDING MODE IS F.
       01 PERIOD-CONTROL-REC.
         05 PC-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 PC-STATUS PIC X(1).
         05 FILLER PIC X(1).
         05 PC-ACTION-DATE PIC 9(6).

       *> period is the open period of the run, coverage month the
       *> month the premium pays for - the first bill after an
       *> election catches up every month since coverage began
       FD COBRA-BILLED RECORDING MODE IS F.
       01 COBRA-BILLED-REC.
         05 CBL-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 CBL-COVER-MONTH PIC 9(6).
         05 FILLER PIC X(1).
         05 CBL-EMPLOYEE-NO PIC X(5).
         05 FILLER PIC X(1).
         05 CBL-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 CBL-PREMIUM PIC 9(3)V99.
         05 FILLER PIC X(1).
         05 CBL-ADMIN-FEE PIC 9(3)V99.
         05 FILLER PIC X(1).
         05 CBL-RUN-DATE PIC 9(6).

       FD COBRA-TRANS RECORDING MODE IS F.
       01 COBRA-TRANS-REC.
         05 CBT-IDENT PIC X(5).
         05 CBT-AMOUNT PIC S9(5)V99 SIGN IS LEADING SEPARATE.
         05 CBT-TRANS-TYPE PIC X(1).
         05 CBT-SLSP PIC X(3).

       *> batch controls written onto the premium file itself so the
       *> posting run's balancing pass accepts it as keyed input
       01 COBRA-CONTROL-TRANS-REC.
         05 CBC-RECORD-TYPE PIC X(5).
         05 CBC-BATCH-COUNT PIC 9(5).
         05 CBC-BATCH-HASH PIC S9(7)V99 SIGN IS LEADING
           SEPARATE.

       FD COBRA-REGISTER RECORDING MODE IS F.
       01 REGISTER-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-PC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CBL-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-ALREADY-BILLED-SW PIC X(3) VALUE 'NO '.
         88 WS-ALREADY-BILLED VALUE 'YES'.

       *> the latest coverage month billed for each participant
       01 WS-LAST-BILLED-TABLE.
         05 WS-LB-COUNT PIC 9(3) VALUE ZERO.
         05 WS-LB-ENTRY OCCURS 500 TIMES.
           10 WS-LB-EMPLOYEE-NO PIC X(5).
           10 WS-LB-MONTH-KEY PIC 9(6).
       01 WS-LB-SUB PIC 9(3) VALUE ZERO.
       01 WS-LB-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-LB-CHECK-NO PIC X(5) VALUE SPACES.

       01 WS-CURRENT-PERIOD PIC 9(6) VALUE ZEROS.
       01 WS-CURRENT-PERIOD-SPLIT REDEFINES WS-CURRENT-PERIOD.
         05 WS-CUR-YYYY PIC 9(4).
         05 WS-CUR-MM PIC 9(2).
       01 WS-RUN-DATE-FIELD.
         05 WS-RD-YYYY PIC 9(4).
         05 WS-RD-MM PIC 9(2).
         05 WS-RD-DD PIC 9(2).
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.

       01 WS-CURRENT-KEY PIC 9(6) VALUE ZEROS.
       01 WS-START-KEY PIC 9(6) VALUE ZEROS.
       01 WS-END-KEY PIC 9(6) VALUE ZEROS.
       01 WS-MONTH-KEY PIC 9(6) VALUE ZEROS.
       01 WS-COVER-MONTH PIC 9(6) VALUE ZEROS.
       01 WS-COVER-MONTH-SPLIT REDEFINES WS-COVER-MONTH.
         05 WS-CVM-YYYY PIC 9(4).
         05 WS-CVM-MM PIC 9(2).
       01 WS-KEY-YEAR PIC 9(4) VALUE ZERO.
       01 WS-KEY-MONTH PIC 9(2) VALUE ZERO.

       01 WS-BILL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MONTH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PREMIUM-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-FEE-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-BILL-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-BILL-HASH PIC S9(7)V99 VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(5) VALUE ZERO.

       01 REGISTER-HDR-LINE.
         05 FILLER PIC X(36) VALUE
           ' CONTINUATION PREMIUM BILLING PER: '.
         05 RGH-PERIOD PIC 9(6).
         05 FILLER PIC X(8) VALUE '  DATE: '.
         05 RGH-DATE PIC 9(6).
         05 FILLER PIC X(24) VALUE SPACES.

       01 REGISTER-COL-LINE.
         05 FILLER PIC X(8) VALUE ' EMP'.
         05 FILLER PIC X(7) VALUE 'CUST'.
         05 FILLER PIC X(27) VALUE 'NAME'.
         05 FILLER PIC X(9) VALUE 'COVERS'.
         05 FILLER PIC X(10) VALUE '  PREMIUM'.
         05 FILLER PIC X(8) VALUE '    FEE'.
         05 FILLER PIC X(11) VALUE '     TOTAL'.

       01 REGISTER-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RGD-EMPLOYEE-NO PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-IDENT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-NAME PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-COVER-MONTH PIC 9(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 RGD-PREMIUM PIC ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 RGD-ADMIN-FEE PIC ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 RGD-TOTAL PIC Z,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.

       01 REGISTER-SKIP-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RGS-EMPLOYEE-NO PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGS-IDENT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGS-NAME PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGS-NOTE PIC X(38).

       01 REGISTER-TOTAL-LINE.
         05 FILLER PIC X(20) VALUE ' PARTICIPANTS:      '.
         05 RGT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE '  MONTHS: '.
         05 RGT-MONTHS PIC ZZZZ9.
         05 FILLER PIC X(15) VALUE '  BATCH TOTAL: '.
         05 RGT-TOTAL PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(13) VALUE SPACES.

       01 REGISTER-SPLIT-LINE.
         05 FILLER PIC X(20) VALUE ' PREMIUMS:          '.
         05 RGP-PREMIUM PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(18) VALUE '  ADMIN FEES:     '.
         05 RGP-FEES PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(18) VALUE SPACES.

       01 REGISTER-REFUSED-LINE.
         05 FILLER PIC X(8) VALUE ' PERIOD '.
         05 RGR-PERIOD PIC 9(6).
         05 FILLER PIC X(40) VALUE
           ' ALREADY BILLED - RUN REFUSED'.
         05 FILLER PIC X(26) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 112-FIND-CURRENT-PERIOD
           PERFORM 115-LOAD-BILLED
           OPEN OUTPUT COBRA-REGISTER
           MOVE WS-CURRENT-PERIOD TO RGH-PERIOD
           MOVE WS-RUN-DATE TO RGH-DATE
           WRITE REGISTER-LINE FROM REGISTER-HDR-LINE
           IF WS-ALREADY-BILLED
               MOVE WS-CURRENT-PERIOD TO RGR-PERIOD
               WRITE REGISTER-LINE FROM REGISTER-REFUSED-LINE
               CLOSE COBRA-REGISTER
               DISPLAY 'PERIOD ' WS-CURRENT-PERIOD
                 ' ALREADY BILLED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CURRENT-KEY = WS-CUR-YYYY * 12 + WS-CUR-MM
           OPEN INPUT COBRA-MASTER
             OUTPUT COBRA-TRANS
             EXTEND COBRA-BILLED
           MOVE SPACES TO COBRA-CONTROL-TRANS-REC
           MOVE 'HDR  ' TO CBC-RECORD-TYPE
           MOVE ZEROS TO CBC-BATCH-COUNT CBC-BATCH-HASH
           WRITE COBRA-CONTROL-TRANS-REC
           WRITE REGISTER-LINE FROM REGISTER-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ COBRA-MASTER
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF COB-ELECTED
                           PERFORM 200-BILL-ONE-PARTICIPANT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 300-CLOSE-RTN
           STOP RUN.

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

       *> any premium already logged for the open period means the
       *> period's batch has been produced - a rerun is refused
       *> outright so the earlier batch is never overwritten
       115-LOAD-BILLED.
           OPEN INPUT COBRA-BILLED
           PERFORM UNTIL WS-CBL-MORE-RECORDS = 'NO '
               READ COBRA-BILLED
                   AT END
                       MOVE 'NO ' TO WS-CBL-MORE-RECORDS
                   NOT AT END
                       IF CBL-PERIOD-ID = WS-CURRENT-PERIOD
                           SET WS-ALREADY-BILLED TO TRUE
                       END-IF
                       PERFORM 117-NOTE-LAST-BILLED
               END-READ
           END-PERFORM
           CLOSE COBRA-BILLED.

       117-NOTE-LAST-BILLED.
           MOVE CBL-COVER-MONTH TO WS-COVER-MONTH
           COMPUTE WS-MONTH-KEY = WS-CVM-YYYY * 12 + WS-CVM-MM
           MOVE CBL-EMPLOYEE-NO TO WS-LB-CHECK-NO
           PERFORM 120-FIND-LAST-BILLED
           IF WS-LB-FOUND-SUB = ZERO
               IF WS-LB-COUNT = 500
                   DISPLAY 'BILLED TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LB-COUNT
               MOVE WS-LB-COUNT TO WS-LB-FOUND-SUB
               MOVE CBL-EMPLOYEE-NO TO WS-LB-EMPLOYEE-NO(WS-LB-COUNT)
               MOVE ZEROS TO WS-LB-MONTH-KEY(WS-LB-COUNT)
           END-IF
           IF WS-MONTH-KEY > WS-LB-MONTH-KEY(WS-LB-FOUND-SUB)
               MOVE WS-MONTH-KEY TO WS-LB-MONTH-KEY(WS-LB-FOUND-SUB)
           END-IF.

       120-FIND-LAST-BILLED.
           MOVE ZEROS TO WS-LB-FOUND-SUB
           PERFORM VARYING WS-LB-SUB FROM 1 BY 1
             UNTIL WS-LB-SUB > WS-LB-COUNT
               IF WS-LB-EMPLOYEE-NO(WS-LB-SUB) = WS-LB-CHECK-NO
                   MOVE WS-LB-SUB TO WS-LB-FOUND-SUB
                   MOVE WS-LB-COUNT TO WS-LB-SUB
               END-IF
           END-PERFORM.

       *> an elected participant is billed every coverage month from
       *> the month after the last one billed (or the start of
       *> coverage) through the open period, never past the end of
       *> the continuation period
       200-BILL-ONE-PARTICIPANT.
           COMPUTE WS-START-KEY =
             COB-START-YYYY * 12 + COB-START-MM
           COMPUTE WS-END-KEY = COB-END-YYYY * 12 + COB-END-MM
           MOVE COB-EMPLOYEE-NO TO WS-LB-CHECK-NO
           PERFORM 120-FIND-LAST-BILLED
           IF WS-LB-FOUND-SUB > ZERO
               IF WS-LB-MONTH-KEY(WS-LB-FOUND-SUB) NOT < WS-START-KEY
                   COMPUTE WS-START-KEY =
                     WS-LB-MONTH-KEY(WS-LB-FOUND-SUB) + 1
               END-IF
           END-IF
           IF WS-END-KEY > WS-CURRENT-KEY
               MOVE WS-CURRENT-KEY TO WS-END-KEY
           END-IF
           MOVE COB-EMPLOYEE-NO TO RGS-EMPLOYEE-NO
           MOVE COB-CUST-IDENT TO RGS-IDENT
           MOVE COB-NAME TO RGS-NAME
           EVALUATE TRUE
               WHEN COB-CUST-IDENT = SPACES
                   MOVE 'NO CUSTOMER ID - NOT BILLED' TO RGS-NOTE
                   WRITE REGISTER-LINE FROM REGISTER-SKIP-LINE
                   ADD 1 TO WS-SKIP-COUNT
               WHEN COB-PREMIUM NOT NUMERIC OR COB-PREMIUM = 0
                   MOVE 'NO PREMIUM - NOT BILLED' TO RGS-NOTE
                   WRITE REGISTER-LINE FROM REGISTER-SKIP-LINE
                   ADD 1 TO WS-SKIP-COUNT
               WHEN WS-START-KEY > WS-END-KEY
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-BILL-COUNT
                   PERFORM VARYING WS-MONTH-KEY FROM WS-START-KEY BY 1
                     UNTIL WS-MONTH-KEY > WS-END-KEY
                       PERFORM 210-WRITE-PREMIUM
                   END-PERFORM
           END-EVALUATE.

       *> premium and admin fee go in as two sales so each shows on
       *> the statement and ages on its own
       210-WRITE-PREMIUM.
           COMPUTE WS-KEY-YEAR = (WS-MONTH-KEY - 1) / 12
           COMPUTE WS-KEY-MONTH = WS-MONTH-KEY - WS-KEY-YEAR * 12
           COMPUTE WS-COVER-MONTH = WS-KEY-YEAR * 100 + WS-KEY-MONTH
           MOVE SPACES TO COBRA-TRANS-REC
           MOVE COB-CUST-IDENT TO CBT-IDENT
           MOVE COB-PREMIUM TO CBT-AMOUNT
           MOVE 'S' TO CBT-TRANS-TYPE
           WRITE COBRA-TRANS-REC
           ADD 1 TO WS-TRANS-COUNT
           ADD COB-PREMIUM TO WS-BILL-HASH
           IF COB-ADMIN-FEE NUMERIC AND COB-ADMIN-FEE > 0
               MOVE SPACES TO COBRA-TRANS-REC
               MOVE COB-CUST-IDENT TO CBT-IDENT
               MOVE COB-ADMIN-FEE TO CBT-AMOUNT
               MOVE 'S' TO CBT-TRANS-TYPE
               WRITE COBRA-TRANS-REC
               ADD 1 TO WS-TRANS-COUNT
               ADD COB-ADMIN-FEE TO WS-BILL-HASH
               ADD COB-ADMIN-FEE TO WS-FEE-TOTAL
           ELSE
               MOVE ZEROS TO COB-ADMIN-FEE
           END-IF
           MOVE SPACES TO COBRA-BILLED-REC
           MOVE WS-CURRENT-PERIOD TO CBL-PERIOD-ID
           MOVE WS-COVER-MONTH TO CBL-COVER-MONTH
           MOVE COB-EMPLOYEE-NO TO CBL-EMPLOYEE-NO
           MOVE COB-CUST-IDENT TO CBL-IDENT
           MOVE COB-PREMIUM TO CBL-PREMIUM
           MOVE COB-ADMIN-FEE TO CBL-ADMIN-FEE
           MOVE WS-RUN-DATE TO CBL-RUN-DATE
           WRITE COBRA-BILLED-REC
           ADD 1 TO WS-MONTH-COUNT
           ADD COB-PREMIUM TO WS-PREMIUM-TOTAL
           ADD COB-PREMIUM COB-ADMIN-FEE TO WS-BILL-TOTAL
           MOVE COB-EMPLOYEE-NO TO RGD-EMPLOYEE-NO
           MOVE COB-CUST-IDENT TO RGD-IDENT
           MOVE COB-NAME TO RGD-NAME
           MOVE WS-COVER-MONTH TO RGD-COVER-MONTH
           MOVE COB-PREMIUM TO RGD-PREMIUM
           MOVE COB-ADMIN-FEE TO RGD-ADMIN-FEE
           COMPUTE RGD-TOTAL = COB-PREMIUM + COB-ADMIN-FEE
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       300-CLOSE-RTN.
           MOVE SPACES TO COBRA-CONTROL-TRANS-REC
           MOVE 'TRL  ' TO CBC-RECORD-TYPE
           MOVE WS-TRANS-COUNT TO CBC-BATCH-COUNT
           MOVE WS-BILL-HASH TO CBC-BATCH-HASH
           WRITE COBRA-CONTROL-TRANS-REC
           MOVE WS-BILL-COUNT TO RGT-COUNT
           MOVE WS-MONTH-COUNT TO RGT-MONTHS
           MOVE WS-BILL-TOTAL TO RGT-TOTAL
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE WS-PREMIUM-TOTAL TO RGP-PREMIUM
           MOVE WS-FEE-TOTAL TO RGP-FEES
           WRITE REGISTER-LINE FROM REGISTER-SPLIT-LINE
           CLOSE COBRA-MASTER COBRA-TRANS COBRA-BILLED
             COBRA-REGISTER
           DISPLAY 'CONTINUATION PREMIUMS BILLED: ' WS-BILL-COUNT
             ' MONTHS: ' WS-MONTH-COUNT ' SKIPPED: ' WS-SKIP-COUNT.

       end program CobraBilling.
