       identification division.
       program-id. BadDebtAllowance.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> the period's posted transactions - write-offs ('W') and
       *> recoveries ('Y') are listed from here
       SELECT POSTED-DETAIL
       ASSIGN TO 'CH3POSTEDDETAIL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the aging run's surviving open items - the balance still at
       *> risk, bucketed by days past due
       SELECT OPEN-ITEMS
       ASSIGN TO 'CH3OPENITEMSOUT'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PERIOD-CONTROL-FILE
       ASSIGN TO 'CH3PERIODCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> allowance percent per aged bucket - shared with the
       *> write-off selection run
       SELECT OPTIONAL WO-CONTROL-FILE
       ASSIGN TO 'CH3WOCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> period allowance-for-doubtful-accounts report
       SELECT ALLOWANCE-RPT
       ASSIGN TO 'CH3ALLOWANCE'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD POSTED-DETAIL RECORDING MODE IS F.
       01 POSTED-DETAIL-REC.
         05 PD-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 PD-SALES PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 PD-DISCOUNT-AMT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PD-NET PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 PD-PTD-AFTER PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PD-TRANS-TYPE PIC X(1).

       FD OPEN-ITEMS RECORDING MODE IS F.
       01 OPEN-ITEM-REC.
         05 OI-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 OI-PERIOD PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 OI-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-DUE-DATE PIC 9(6).

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

       FD WO-CONTROL-FILE RECORDING MODE IS F.
       01 WO-CONTROL-REC.
         05 CTL-MIN-DAYS PIC 9(3).
         05 FILLER PIC X(1).
         05 CTL-MIN-LEVEL PIC 9(1).
         05 FILLER PIC X(1).
         05 CTL-PCT-CURRENT PIC 9V999.
         05 FILLER PIC X(1).
         05 CTL-PCT-1-30 PIC 9V999.
         05 FILLER PIC X(1).
         05 CTL-PCT-31-60 PIC 9V999.
         05 FILLER PIC X(1).
         05 CTL-PCT-OVER-60 PIC 9V999.

       FD ALLOWANCE-RPT RECORDING MODE IS F.
       01 ALLOWANCE-LINE PIC X(80).

       working-storage section.
       01 WS-DET-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-OI-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-PC-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-CUSTOMER-REF-TABLE.
         05 WS-REF-COUNT PIC 9(3) VALUE ZERO.
         05 WS-REF-ENTRY OCCURS 500 TIMES.
           10 WS-REF-IDENT PIC X(5).
           10 WS-REF-NAME PIC X(20).
       01 WS-REF-SUB PIC 9(3) VALUE ZERO.
       01 WS-NAME-HOLD PIC X(20) VALUE SPACES.

       *> four aged buckets with the percent of each reserved
       01 WS-BUCKET-TABLE.
         05 WS-BKT-ENTRY OCCURS 4 TIMES.
           10 WS-BKT-NAME PIC X(14).
           10 WS-BKT-BALANCE PIC 9(9)V99.
           10 WS-BKT-PCT PIC 9V999.
           10 WS-BKT-ALLOWANCE PIC 9(9)V99.
       01 WS-BKT-SUB PIC 9(1) VALUE ZERO.

       01 WS-RUN-DATE-SPLIT.
         05 WS-RUN-YY PIC 9(2).
         05 WS-RUN-MM PIC 9(2).
         05 WS-RUN-DD PIC 9(2).
       01 WS-DUE-DATE-SPLIT.
         05 WS-DUE-YY PIC 9(2).
         05 WS-DUE-MM PIC 9(2).
         05 WS-DUE-DD PIC 9(2).
       01 WS-RUN-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-DUE-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-DAYS-PAST-DUE PIC S9(6) VALUE ZERO.

       01 WS-CURRENT-PERIOD PIC 9(6) VALUE ZEROS.
       01 WS-CURRENT-KEY PIC 9(6) VALUE ZEROS.
       01 WS-ITEM-KEY PIC 9(6) VALUE ZEROS.
       01 WS-PERIOD-AGE PIC S9(4) VALUE ZEROS.
       01 WS-PERIOD-SPLIT.
         05 WS-PER-YYYY PIC 9(4).
         05 WS-PER-MM PIC 9(2).
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-RUN-DATE-FIELD.
         05 WS-RD-YYYY PIC 9(4).
         05 WS-RD-MM PIC 9(2).
         05 WS-RD-DD PIC 9(2).

       01 WS-WRITE-OFF-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WRITE-OFF-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-RECOVERY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RECOVERY-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-AT-RISK-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-ALLOWANCE-TOTAL PIC 9(9)V99 VALUE ZEROS.

       01 ALW-TITLE-LINE.
         05 FILLER PIC X(42) VALUE
           ' ALLOWANCE FOR DOUBTFUL ACCOUNTS  PERIOD: '.
         05 ALH-PERIOD PIC 9(6).
         05 FILLER PIC X(8) VALUE '  DATE: '.
         05 ALH-DATE PIC 9(6).
         05 FILLER PIC X(18) VALUE SPACES.

       01 ALW-SECTION-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 ALS-TITLE PIC X(40).
         05 FILLER PIC X(39) VALUE SPACES.

       01 ALW-ITEM-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(12) VALUE 'AMOUNT'.
         05 FILLER PIC X(39) VALUE SPACES.

       01 ALW-ITEM-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 ALI-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ALI-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 ALI-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(42) VALUE SPACES.

       01 ALW-ITEM-TOTAL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 ALT-LABEL PIC X(20).
         05 ALT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE '  AMOUNT: '.
         05 ALT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(30) VALUE SPACES.

       01 ALW-BUCKET-COL-LINE.
         05 FILLER PIC X(17) VALUE ' BUCKET'.
         05 FILLER PIC X(18) VALUE 'BALANCE AT RISK'.
         05 FILLER PIC X(9) VALUE 'PCT'.
         05 FILLER PIC X(16) VALUE 'ALLOWANCE'.
         05 FILLER PIC X(20) VALUE SPACES.

       01 ALW-BUCKET-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 ALB-NAME PIC X(14).
         05 FILLER PIC X(2) VALUE SPACES.
         05 ALB-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 ALB-PCT PIC 9.999.
         05 FILLER PIC X(4) VALUE SPACES.
         05 ALB-ALLOWANCE PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(22) VALUE SPACES.

       01 ALW-BUCKET-TOTAL-LINE.
         05 FILLER PIC X(17) VALUE ' TOTAL AT RISK'.
         05 ALBT-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(13) VALUE SPACES.
         05 ALBT-ALLOWANCE PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(22) VALUE SPACES.

       01 ALW-BLANK-LINE PIC X(80) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-SPLIT
           COMPUTE WS-RUN-DAY-NO =
             WS-RUN-YY * 365 + WS-RUN-MM * 31 + WS-RUN-DD
           PERFORM 105-LOAD-CONTROLS
           PERFORM 110-FIND-CURRENT-PERIOD
           PERFORM 115-LOAD-CUSTOMER-REF
           OPEN OUTPUT ALLOWANCE-RPT
           MOVE WS-CURRENT-PERIOD TO ALH-PERIOD
           MOVE WS-RUN-DATE TO ALH-DATE
           WRITE ALLOWANCE-LINE FROM ALW-TITLE-LINE
           PERFORM 200-LIST-WRITE-OFFS
           PERFORM 220-LIST-RECOVERIES
           PERFORM 240-AGE-AT-RISK
           CLOSE ALLOWANCE-RPT
           DISPLAY 'ALLOWANCE REPORT - WRITE-OFFS: ' WS-WRITE-OFF-COUNT
             '  RECOVERIES: ' WS-RECOVERY-COUNT
           STOP RUN.

       *> defaults reserve 1, 5, 15 and 40 percent of the current,
       *> 1-30, 31-60 and over-60-days-past-due balances
       105-LOAD-CONTROLS.
           MOVE 'CURRENT'      TO WS-BKT-NAME(1)
           MOVE '1-30 PAST'    TO WS-BKT-NAME(2)
           MOVE '31-60 PAST'   TO WS-BKT-NAME(3)
           MOVE 'OVER 60 PAST' TO WS-BKT-NAME(4)
           MOVE .010 TO WS-BKT-PCT(1)
           MOVE .050 TO WS-BKT-PCT(2)
           MOVE .150 TO WS-BKT-PCT(3)
           MOVE .400 TO WS-BKT-PCT(4)
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
             UNTIL WS-BKT-SUB > 4
               MOVE ZEROS TO WS-BKT-BALANCE(WS-BKT-SUB)
               MOVE ZEROS TO WS-BKT-ALLOWANCE(WS-BKT-SUB)
           END-PERFORM
           OPEN INPUT WO-CONTROL-FILE
           READ WO-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-PCT-CURRENT NUMERIC
                       MOVE CTL-PCT-CURRENT TO WS-BKT-PCT(1)
                   END-IF
                   IF CTL-PCT-1-30 NUMERIC
                       MOVE CTL-PCT-1-30 TO WS-BKT-PCT(2)
                   END-IF
                   IF CTL-PCT-31-60 NUMERIC
                       MOVE CTL-PCT-31-60 TO WS-BKT-PCT(3)
                   END-IF
                   IF CTL-PCT-OVER-60 NUMERIC
                       MOVE CTL-PCT-OVER-60 TO WS-BKT-PCT(4)
                   END-IF
           END-READ
           CLOSE WO-CONTROL-FILE.

       110-FIND-CURRENT-PERIOD.
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
           CLOSE PERIOD-CONTROL-FILE
           MOVE WS-CURRENT-PERIOD TO WS-PERIOD-SPLIT
           COMPUTE WS-CURRENT-KEY = WS-PER-YYYY * 12 + WS-PER-MM.

       115-LOAD-CUSTOMER-REF.
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

       120-FIND-NAME.
           MOVE SPACES TO WS-NAME-HOLD
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
             UNTIL WS-REF-SUB > WS-REF-COUNT
               IF WS-REF-IDENT(WS-REF-SUB) = PD-IDENT
                   MOVE WS-REF-NAME(WS-REF-SUB) TO WS-NAME-HOLD
                   MOVE WS-REF-COUNT TO WS-REF-SUB
               END-IF
           END-PERFORM.

       200-LIST-WRITE-OFFS.
           WRITE ALLOWANCE-LINE FROM ALW-BLANK-LINE
           MOVE 'BAD-DEBT WRITE-OFFS THIS PERIOD' TO ALS-TITLE
           WRITE ALLOWANCE-LINE FROM ALW-SECTION-LINE
           WRITE ALLOWANCE-LINE FROM ALW-ITEM-COL-LINE
           MOVE 'YES' TO WS-DET-MORE-RECORDS
           OPEN INPUT POSTED-DETAIL
           PERFORM UNTIL WS-DET-MORE-RECORDS = 'NO '
               READ POSTED-DETAIL
                   AT END
                       MOVE 'NO ' TO WS-DET-MORE-RECORDS
                   NOT AT END
                       IF PD-TRANS-TYPE = 'W'
                           PERFORM 210-WRITE-ITEM-LINE
                           ADD 1 TO WS-WRITE-OFF-COUNT
                           ADD PD-NET TO WS-WRITE-OFF-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-DETAIL
           MOVE 'WRITE-OFFS:' TO ALT-LABEL
           MOVE WS-WRITE-OFF-COUNT TO ALT-COUNT
           MOVE WS-WRITE-OFF-TOTAL TO ALT-AMOUNT
           WRITE ALLOWANCE-LINE FROM ALW-ITEM-TOTAL-LINE.

       210-WRITE-ITEM-LINE.
           PERFORM 120-FIND-NAME
           MOVE PD-IDENT TO ALI-IDENT
           MOVE WS-NAME-HOLD TO ALI-NAME
           MOVE PD-NET TO ALI-AMOUNT
           WRITE ALLOWANCE-LINE FROM ALW-ITEM-LINE.

       220-LIST-RECOVERIES.
           WRITE ALLOWANCE-LINE FROM ALW-BLANK-LINE
           MOVE 'RECOVERIES OF WRITTEN-OFF BALANCES' TO ALS-TITLE
           WRITE ALLOWANCE-LINE FROM ALW-SECTION-LINE
           WRITE ALLOWANCE-LINE FROM ALW-ITEM-COL-LINE
           MOVE 'YES' TO WS-DET-MORE-RECORDS
           OPEN INPUT POSTED-DETAIL
           PERFORM UNTIL WS-DET-MORE-RECORDS = 'NO '
               READ POSTED-DETAIL
                   AT END
                       MOVE 'NO ' TO WS-DET-MORE-RECORDS
                   NOT AT END
                       IF PD-TRANS-TYPE = 'Y'
                           PERFORM 210-WRITE-ITEM-LINE
                           ADD 1 TO WS-RECOVERY-COUNT
                           ADD PD-NET TO WS-RECOVERY-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-DETAIL
           MOVE 'RECOVERIES:' TO ALT-LABEL
           MOVE WS-RECOVERY-COUNT TO ALT-COUNT
           MOVE WS-RECOVERY-TOTAL TO ALT-AMOUNT
           WRITE ALLOWANCE-LINE FROM ALW-ITEM-TOTAL-LINE.

       *> the open balance still at risk, by days past due, with the
       *> allowance each bucket calls for
       240-AGE-AT-RISK.
           OPEN INPUT OPEN-ITEMS
           PERFORM UNTIL WS-OI-MORE-RECORDS = 'NO '
               READ OPEN-ITEMS
                   AT END
                       MOVE 'NO ' TO WS-OI-MORE-RECORDS
                   NOT AT END
                       PERFORM 250-BUCKET-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS
           WRITE ALLOWANCE-LINE FROM ALW-BLANK-LINE
           MOVE 'AGED BALANCE STILL AT RISK' TO ALS-TITLE
           WRITE ALLOWANCE-LINE FROM ALW-SECTION-LINE
           WRITE ALLOWANCE-LINE FROM ALW-BUCKET-COL-LINE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
             UNTIL WS-BKT-SUB > 4
               COMPUTE WS-BKT-ALLOWANCE(WS-BKT-SUB) ROUNDED =
                 WS-BKT-BALANCE(WS-BKT-SUB) * WS-BKT-PCT(WS-BKT-SUB)
               MOVE WS-BKT-NAME(WS-BKT-SUB) TO ALB-NAME
               MOVE WS-BKT-BALANCE(WS-BKT-SUB) TO ALB-BALANCE
               MOVE WS-BKT-PCT(WS-BKT-SUB) TO ALB-PCT
               MOVE WS-BKT-ALLOWANCE(WS-BKT-SUB) TO ALB-ALLOWANCE
               WRITE ALLOWANCE-LINE FROM ALW-BUCKET-LINE
               ADD WS-BKT-BALANCE(WS-BKT-SUB) TO WS-AT-RISK-TOTAL
               ADD WS-BKT-ALLOWANCE(WS-BKT-SUB) TO WS-ALLOWANCE-TOTAL
           END-PERFORM
           MOVE WS-AT-RISK-TOTAL TO ALBT-BALANCE
           MOVE WS-ALLOWANCE-TOTAL TO ALBT-ALLOWANCE
           WRITE ALLOWANCE-LINE FROM ALW-BUCKET-TOTAL-LINE.

       *> same buckets as the aging report - an item carried from
       *> before due dates were stamped is bucketed by its period
       250-BUCKET-ONE-ITEM.
           IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
               MOVE OI-DUE-DATE TO WS-DUE-DATE-SPLIT
               COMPUTE WS-DUE-DAY-NO =
                 WS-DUE-YY * 365 + WS-DUE-MM * 31 + WS-DUE-DD
               COMPUTE WS-DAYS-PAST-DUE =
                 WS-RUN-DAY-NO - WS-DUE-DAY-NO
           ELSE
               MOVE OI-PERIOD TO WS-PERIOD-SPLIT
               COMPUTE WS-ITEM-KEY = WS-PER-YYYY * 12 + WS-PER-MM
               COMPUTE WS-PERIOD-AGE = WS-CURRENT-KEY - WS-ITEM-KEY
               COMPUTE WS-DAYS-PAST-DUE = WS-PERIOD-AGE * 30
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT > 0
                   MOVE 1 TO WS-BKT-SUB
               WHEN WS-DAYS-PAST-DUE NOT > 30
                   MOVE 2 TO WS-BKT-SUB
               WHEN WS-DAYS-PAST-DUE NOT > 60
                   MOVE 3 TO WS-BKT-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BKT-SUB
           END-EVALUATE
           ADD OI-AMOUNT TO WS-BKT-BALANCE(WS-BKT-SUB).

       end program BadDebtAllowance.
