         05 OI-PERIOD PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 OI-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-DUE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-DISC-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-DISC-PCT PIC 9V999.

       FD POSTED-DETAIL RECORDING MODE IS F.
       01 POSTED-DETAIL-REC.
         05 PD-TRANS-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 PD-TAX-AMT PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 PD-SLSP PIC X(3).
         05 FILLER PIC X(1).
         05 PD-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PD-DUE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PD-DISC-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PD-DISC-PCT PIC 9V999.

       FD PERIOD-CONTROL-FILE RECORDING MODE IS F.
       01 PERIOD-CONTROL-REC.
         05 OIO-PERIOD PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 OIO-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 OIO-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 OIO-DUE-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 OIO-DISC-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 OIO-DISC-PCT PIC 9V999.

       FD AGING-RPT RECORDING MODE IS F.
       01 AGING-LINE PIC X(100).
           10 WS-ITM-IDENT PIC X(5).
           10 WS-ITM-PERIOD PIC 9(6).
           10 WS-ITM-AMOUNT PIC 9(7)V99.
           10 WS-ITM-INVOICE-DATE PIC 9(6).
           10 WS-ITM-DUE-DATE PIC 9(6).
           10 WS-ITM-DISC-DATE PIC 9(6).
           10 WS-ITM-DISC-PCT PIC 9V999.
       01 WS-ITM-SUB PIC 9(4) VALUE ZERO.

       *> items are aged by days past their due date; an item carried
       *> from before due dates were stamped has none and is aged by
       *> its posting period as it always was
       01 WS-RUN-DATE.
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
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(13) VALUE 'CURRENT'.
         05 FILLER PIC X(13) VALUE '1-30 PAST'.
         05 FILLER PIC X(13) VALUE '31-60 PAST'.
         05 FILLER PIC X(13) VALUE 'OVER 60 PAST'.
         05 FILLER PIC X(13) VALUE 'TOTAL'.
         05 FILLER PIC X(6) VALUE SPACES.


       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-RUN-DAY-NO =
             WS-RUN-YY * 365 + WS-RUN-MM * 31 + WS-RUN-DD
           PERFORM 110-FIND-CURRENT-PERIOD
           PERFORM 120-LOAD-PRIOR-ITEMS
           PERFORM 130-APPLY-POSTED-DETAIL
           ADD 1 TO WS-ITM-COUNT
           MOVE OI-IDENT TO WS-ITM-IDENT(WS-ITM-COUNT)
           MOVE OI-PERIOD TO WS-ITM-PERIOD(WS-ITM-COUNT)
           MOVE OI-AMOUNT TO WS-ITM-AMOUNT(WS-ITM-COUNT)
           IF OI-DUE-DATE NUMERIC
             AND OI-DISC-DATE NUMERIC
             AND OI-DISC-PCT NUMERIC
               MOVE OI-INVOICE-DATE TO WS-ITM-INVOICE-DATE(WS-ITM-COUNT)
               MOVE OI-DUE-DATE TO WS-ITM-DUE-DATE(WS-ITM-COUNT)
               MOVE OI-DISC-DATE TO WS-ITM-DISC-DATE(WS-ITM-COUNT)
               MOVE OI-DISC-PCT TO WS-ITM-DISC-PCT(WS-ITM-COUNT)
           ELSE
               MOVE ZEROS TO WS-ITM-INVOICE-DATE(WS-ITM-COUNT)
                 WS-ITM-DUE-DATE(WS-ITM-COUNT)
                 WS-ITM-DISC-DATE(WS-ITM-COUNT)
                 WS-ITM-DISC-PCT(WS-ITM-COUNT)
           END-IF.

       *> charges become new open items dated this period; payments,
       *> credits, returns, bad-debt write-offs and credit balances
       *> applied to a sale retire the customer's oldest items first,
       *> a payment together with any early-payment discount it earned
       *> and a return together with the tax it took back.  a recovery
       *> on a written-off balance, an overpayment put on account and
       *> a refund of that credit have no open item to touch
       130-APPLY-POSTED-DETAIL.
           OPEN INPUT POSTED-DETAIL
           PERFORM UNTIL WS-DET-MORE-RECORDS = 'NO '
                   AT END
                       MOVE 'NO ' TO WS-DET-MORE-RECORDS
                   NOT AT END
                       EVALUATE PD-TRANS-TYPE
                           WHEN 'P'
                           WHEN 'C'
                           WHEN 'R'
                           WHEN 'W'
                           WHEN 'A'
                               PERFORM 140-APPLY-PAYMENT
                           WHEN 'Y'
                           WHEN 'K'
                           WHEN 'D'
                               CONTINUE
                           WHEN OTHER
                               PERFORM 135-ADD-POSTED-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE POSTED-DETAIL.
           MOVE PD-IDENT TO WS-ITM-IDENT(WS-ITM-COUNT)
           MOVE WS-CURRENT-PERIOD TO WS-ITM-PERIOD(WS-ITM-COUNT)
           ADD PD-NET, PD-TAX-AMT
             GIVING WS-ITM-AMOUNT(WS-ITM-COUNT)
           MOVE PD-INVOICE-DATE TO WS-ITM-INVOICE-DATE(WS-ITM-COUNT)
           MOVE PD-DUE-DATE TO WS-ITM-DUE-DATE(WS-ITM-COUNT)
           MOVE PD-DISC-DATE TO WS-ITM-DISC-DATE(WS-ITM-COUNT)
           MOVE PD-DISC-PCT TO WS-ITM-DISC-PCT(WS-ITM-COUNT).

       140-APPLY-PAYMENT.
           MOVE PD-NET TO WS-APPLY-AMOUNT
           IF PD-TRANS-TYPE = 'P'
               ADD PD-DISCOUNT-AMT TO WS-APPLY-AMOUNT
           END-IF
           IF PD-TRANS-TYPE = 'R'
               ADD PD-TAX-AMT TO WS-APPLY-AMOUNT
           END-IF
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
             UNTIL WS-ITM-SUB > WS-ITM-COUNT
               IF WS-APPLY-AMOUNT > 0
           END-IF.

       *> one line per customer carrying anything open, bucketed by
       *> how many days past its due date each item stands
       200-AGE-ONE-CUSTOMER.
           MOVE ZEROS TO WS-CUST-BUCKET(1) WS-CUST-BUCKET(2)
             WS-CUST-BUCKET(3) WS-CUST-BUCKET(4)
           END-IF.

       210-BUCKET-ONE-ITEM.
           IF WS-ITM-DUE-DATE(WS-ITM-SUB) > 0
               MOVE WS-ITM-DUE-DATE(WS-ITM-SUB) TO WS-DUE-DATE-SPLIT
               COMPUTE WS-DUE-DAY-NO =
                 WS-DUE-YY * 365 + WS-DUE-MM * 31 + WS-DUE-DD
               COMPUTE WS-DAYS-PAST-DUE =
                 WS-RUN-DAY-NO - WS-DUE-DAY-NO
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE NOT > 0
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-DAYS-PAST-DUE NOT > 30
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-DAYS-PAST-DUE NOT > 60
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
           ELSE
               MOVE WS-ITM-PERIOD(WS-ITM-SUB) TO WS-PERIOD-SPLIT
               COMPUTE WS-ITEM-KEY = WS-PER-YYYY * 12 + WS-PER-MM
               COMPUTE WS-PERIOD-AGE = WS-CURRENT-KEY - WS-ITEM-KEY
               EVALUATE TRUE
                   WHEN WS-PERIOD-AGE NOT > 0
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-PERIOD-AGE = 1
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-PERIOD-AGE = 2
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
           END-IF
           ADD WS-ITM-AMOUNT(WS-ITM-SUB)
             TO WS-CUST-BUCKET(WS-BUCKET-SUB)
           ADD WS-ITM-AMOUNT(WS-ITM-SUB)
                   MOVE WS-ITM-IDENT(WS-ITM-SUB) TO OIO-IDENT
                   MOVE WS-ITM-PERIOD(WS-ITM-SUB) TO OIO-PERIOD
                   MOVE WS-ITM-AMOUNT(WS-ITM-SUB) TO OIO-AMOUNT
                   MOVE WS-ITM-INVOICE-DATE(WS-ITM-SUB)
                     TO OIO-INVOICE-DATE
                   MOVE WS-ITM-DUE-DATE(WS-ITM-SUB) TO OIO-DUE-DATE
                   MOVE WS-ITM-DISC-DATE(WS-ITM-SUB) TO OIO-DISC-DATE
                   MOVE WS-ITM-DISC-PCT(WS-ITM-SUB) TO OIO-DISC-PCT
                   WRITE OPEN-ITEM-OUT-REC
                   ADD 1 TO WS-ITEMS-OUT-COUNT
               END-IF
