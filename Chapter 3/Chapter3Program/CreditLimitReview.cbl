       identification division.
       program-id. CreditLimitReview.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> every invoice a payment has settled, kept by the posting run
       SELECT OPTIONAL PAY-HISTORY
       ASSIGN TO 'CH3PAYHISTORY'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> dunning history - every letter sent, by run date
       SELECT OPTIONAL DUN-LOG
       ASSIGN TO 'CH3DUNLOG'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the aging run's surviving open items - today's balance
       SELECT OPEN-ITEMS
       ASSIGN TO 'CH3OPENITEMSOUT'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> review window and the thresholds behind each recommendation
       SELECT OPTIONAL LIMIT-CONTROL-FILE
       ASSIGN TO 'CH3LIMITCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> recommended limit changes, for CreditLimitPost once the
       *> credit manager has approved or denied each one
       SELECT LIMIT-RECS
       ASSIGN TO 'CH3LIMITRECS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> printed review of every customer for the credit manager
       SELECT LIMIT-REVIEW-RPT
       ASSIGN TO 'CH3LIMITREVIEW'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
         05 REF-IDENT PIC X(5).
         05 REF-NAME PIC X(20).
         05 REF-CREDIT-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(46).

       FD PAY-HISTORY RECORDING MODE IS F.
       01 PAY-HISTORY-REC.
         05 PH-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 PH-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PH-DUE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PH-PAID-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PH-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PH-BAL-BEFORE PIC 9(7)V99.

       FD DUN-LOG RECORDING MODE IS F.
       01 DUN-LOG-REC.
         05 DNL-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 DNL-LEVEL PIC 9(1).
         05 FILLER PIC X(1).
         05 DNL-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 DNL-DATE PIC 9(6).

       FD OPEN-ITEMS RECORDING MODE IS F.
       01 OPEN-ITEM-REC.
         05 OI-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 OI-PERIOD PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-AMOUNT PIC 9(7)V99.

       *> window in days; average days-to-pay at or under which a
       *> limit may rise, over which it is cut, and over which it is
       *> frozen; dunning letters in the window that freeze a limit;
       *> raise and cut percents; and the share of the limit the
       *> high balance must reach before a raise is worth giving
       FD LIMIT-CONTROL-FILE RECORDING MODE IS F.
       01 LIMIT-CONTROL-REC.
         05 CTL-WINDOW-DAYS PIC 9(3).
         05 FILLER PIC X(1).
         05 CTL-GOOD-DAYS PIC 9(3).
         05 FILLER PIC X(1).
         05 CTL-SLOW-DAYS PIC 9(3).
         05 FILLER PIC X(1).
         05 CTL-FREEZE-DAYS PIC 9(3).
         05 FILLER PIC X(1).
         05 CTL-FREEZE-DUNS PIC 9(2).
         05 FILLER PIC X(1).
         05 CTL-RAISE-PCT PIC 9V999.
         05 FILLER PIC X(1).
         05 CTL-CUT-PCT PIC 9V999.
         05 FILLER PIC X(1).
         05 CTL-USE-PCT PIC 9V999.

       FD LIMIT-RECS RECORDING MODE IS F.
       01 LIMIT-REC.
         05 LRC-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 LRC-ACTION PIC X(1).
         05 FILLER PIC X(1).
         05 LRC-OLD-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 LRC-NEW-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 LRC-AVG-DAYS PIC 9(3).
         05 FILLER PIC X(1).
         05 LRC-HIGH-BAL PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 LRC-DUN-COUNT PIC 9(3).
         05 FILLER PIC X(1).
         05 LRC-DATE PIC 9(6).

       FD LIMIT-REVIEW-RPT RECORDING MODE IS F.
       01 LIMIT-REVIEW-LINE PIC X(90).

       working-storage section.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-PH-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-DNL-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-OI-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-WINDOW-DAYS PIC 9(3) VALUE 92.
       01 WS-GOOD-DAYS PIC 9(3) VALUE 30.
       01 WS-SLOW-DAYS PIC 9(3) VALUE 60.
       01 WS-FREEZE-DAYS PIC 9(3) VALUE 90.
       01 WS-FREEZE-DUNS PIC 9(2) VALUE 3.
       01 WS-RAISE-PCT PIC 9V999 VALUE .200.
       01 WS-CUT-PCT PIC 9V999 VALUE .250.
       01 WS-USE-PCT PIC 9V999 VALUE .800.

       *> one entry per customer, built up from the history files
       01 WS-CUSTOMER-TABLE.
         05 WS-CUS-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CUS-ENTRY OCCURS 500 TIMES.
           10 WS-CUS-IDENT PIC X(5).
           10 WS-CUS-NAME PIC X(20).
           10 WS-CUS-LIMIT PIC 9(7)V99.
           10 WS-CUS-PAID-COUNT PIC 9(5).
           10 WS-CUS-DAYS-TOTAL PIC 9(7).
           10 WS-CUS-HIGH-BAL PIC 9(7)V99.
           10 WS-CUS-OPEN-BAL PIC 9(7)V99.
           10 WS-CUS-DUN-COUNT PIC 9(3).
           10 WS-CUS-DUN-LEVEL PIC 9(1).
       01 WS-CUS-SUB PIC 9(3) VALUE ZERO.
       01 WS-CUS-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-CUS-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-CUS-FOUND VALUE 'YES'.
       01 WS-FIND-IDENT PIC X(5) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-DATE-SPLIT.
         05 WS-DATE-YY PIC 9(2).
         05 WS-DATE-MM PIC 9(2).
         05 WS-DATE-DD PIC 9(2).
       01 WS-DATE-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-RUN-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-WINDOW-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-PAID-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-DAYS-TO-PAY PIC S9(6) VALUE ZERO.

       01 WS-AVG-DAYS PIC 9(3) VALUE ZERO.
       01 WS-NEW-LIMIT PIC 9(7)V99 VALUE ZEROS.
       01 WS-REC-ACTION PIC X(1) VALUE SPACE.
         88 WS-REC-RAISE VALUE 'R'.
         88 WS-REC-CUT VALUE 'L'.
         88 WS-REC-FREEZE VALUE 'F'.
         88 WS-REC-NONE VALUE 'N'.

       01 WS-REVIEW-TOTALS.
         05 WS-RAISE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-CUT-COUNT PIC 9(5) VALUE ZERO.
         05 WS-FREEZE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-NONE-COUNT PIC 9(5) VALUE ZERO.

       01 REVIEW-HDR-LINE.
         05 FILLER PIC X(35) VALUE
           ' CREDIT LIMIT REVIEW       DATE: '.
         05 RVH-DATE PIC 9(6).
         05 FILLER PIC X(16) VALUE '  WINDOW DAYS: '.
         05 RVH-WINDOW PIC ZZ9.
         05 FILLER PIC X(30) VALUE SPACES.

       01 REVIEW-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(21) VALUE 'NAME'.
         05 FILLER PIC X(14) VALUE '  LIMIT'.
         05 FILLER PIC X(6) VALUE 'DAYS'.
         05 FILLER PIC X(14) VALUE ' HIGH BAL'.
         05 FILLER PIC X(5) VALUE 'DUNS'.
         05 FILLER PIC X(9) VALUE 'ACTION'.
         05 FILLER PIC X(14) VALUE 'NEW LIMIT'.

       01 REVIEW-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RVD-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RVD-NAME PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RVD-LIMIT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RVD-DAYS PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RVD-HIGH-BAL PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RVD-DUNS PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RVD-ACTION PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RVD-NEW-LIMIT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.

       01 REVIEW-TOTAL-LINE.
         05 FILLER PIC X(10) VALUE ' RAISE:'.
         05 RVT-RAISE PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE '  LOWER:'.
         05 RVT-CUT PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE '  FREEZE:'.
         05 RVT-FREEZE PIC ZZZZ9.
         05 FILLER PIC X(13) VALUE '  NO CHANGE:'.
         05 RVT-NONE PIC ZZZZ9.
         05 FILLER PIC X(27) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-DATE-SPLIT
           PERFORM 160-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-RUN-DAY-NO
           PERFORM 105-LOAD-CONTROLS
           IF WS-RUN-DAY-NO > WS-WINDOW-DAYS
               COMPUTE WS-WINDOW-DAY-NO =
                 WS-RUN-DAY-NO - WS-WINDOW-DAYS
           END-IF
           PERFORM 110-LOAD-CUSTOMER-REF
           PERFORM 120-LOAD-PAY-HISTORY
           PERFORM 130-LOAD-DUN-LOG
           PERFORM 140-LOAD-OPEN-ITEMS
           OPEN OUTPUT LIMIT-RECS
             OUTPUT LIMIT-REVIEW-RPT
           MOVE WS-RUN-DATE TO RVH-DATE
           MOVE WS-WINDOW-DAYS TO RVH-WINDOW
           WRITE LIMIT-REVIEW-LINE FROM REVIEW-HDR-LINE
           WRITE LIMIT-REVIEW-LINE FROM REVIEW-COL-LINE
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
             UNTIL WS-CUS-SUB > WS-CUS-COUNT
               PERFORM 200-REVIEW-ONE-CUSTOMER
           END-PERFORM
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       105-LOAD-CONTROLS.
           OPEN INPUT LIMIT-CONTROL-FILE
           READ LIMIT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-WINDOW-DAYS NUMERIC
                     AND CTL-WINDOW-DAYS > 0
                       MOVE CTL-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF CTL-GOOD-DAYS NUMERIC
                       MOVE CTL-GOOD-DAYS TO WS-GOOD-DAYS
                   END-IF
                   IF CTL-SLOW-DAYS NUMERIC
                       MOVE CTL-SLOW-DAYS TO WS-SLOW-DAYS
                   END-IF
                   IF CTL-FREEZE-DAYS NUMERIC
                       MOVE CTL-FREEZE-DAYS TO WS-FREEZE-DAYS
                   END-IF
                   IF CTL-FREEZE-DUNS NUMERIC
                     AND CTL-FREEZE-DUNS > 0
                       MOVE CTL-FREEZE-DUNS TO WS-FREEZE-DUNS
                   END-IF
                   IF CTL-RAISE-PCT NUMERIC
                       MOVE CTL-RAISE-PCT TO WS-RAISE-PCT
                   END-IF
                   IF CTL-CUT-PCT NUMERIC
                       MOVE CTL-CUT-PCT TO WS-CUT-PCT
                   END-IF
                   IF CTL-USE-PCT NUMERIC
                       MOVE CTL-USE-PCT TO WS-USE-PCT
                   END-IF
           END-READ
           CLOSE LIMIT-CONTROL-FILE.

       110-LOAD-CUSTOMER-REF.
           OPEN INPUT CUSTOMER-REF
           PERFORM UNTIL WS-REF-MORE-RECORDS = 'NO '
               READ CUSTOMER-REF
                   AT END
                       MOVE 'NO ' TO WS-REF-MORE-RECORDS
                   NOT AT END
                       PERFORM 115-ADD-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-REF.

       115-ADD-CUSTOMER.
           IF WS-CUS-COUNT = 500
               DISPLAY 'CUSTOMER TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE REF-IDENT TO WS-CUS-IDENT(WS-CUS-COUNT)
           MOVE REF-NAME TO WS-CUS-NAME(WS-CUS-COUNT)
           MOVE REF-CREDIT-LIMIT TO WS-CUS-LIMIT(WS-CUS-COUNT)
           MOVE ZERO TO WS-CUS-PAID-COUNT(WS-CUS-COUNT)
           MOVE ZERO TO WS-CUS-DAYS-TOTAL(WS-CUS-COUNT)
           MOVE ZEROS TO WS-CUS-HIGH-BAL(WS-CUS-COUNT)
           MOVE ZEROS TO WS-CUS-OPEN-BAL(WS-CUS-COUNT)
           MOVE ZERO TO WS-CUS-DUN-COUNT(WS-CUS-COUNT)
           MOVE ZERO TO WS-CUS-DUN-LEVEL(WS-CUS-COUNT).

       *> only invoices paid inside the window count; days-to-pay
       *> runs from the invoice date to the day the invoice was
       *> settled, and the balance each payment came out of is a
       *> candidate for the high balance
       120-LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY
           PERFORM UNTIL WS-PH-MORE-RECORDS = 'NO '
               READ PAY-HISTORY
                   AT END
                       MOVE 'NO ' TO WS-PH-MORE-RECORDS
                   NOT AT END
                       MOVE PH-PAID-DATE TO WS-DATE-SPLIT
                       PERFORM 160-DATE-TO-DAY-NO
                       MOVE WS-DATE-DAY-NO TO WS-PAID-DAY-NO
                       MOVE PH-IDENT TO WS-FIND-IDENT
                       PERFORM 150-FIND-CUSTOMER
                       IF WS-CUS-FOUND
                         AND WS-PAID-DAY-NO NOT < WS-WINDOW-DAY-NO
                           PERFORM 125-APPLY-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY.

       125-APPLY-PAYMENT.
           IF PH-BAL-BEFORE > WS-CUS-HIGH-BAL(WS-CUS-FOUND-SUB)
               MOVE PH-BAL-BEFORE TO WS-CUS-HIGH-BAL(WS-CUS-FOUND-SUB)
           END-IF
           IF PH-INVOICE-DATE > 0
               MOVE PH-INVOICE-DATE TO WS-DATE-SPLIT
               PERFORM 160-DATE-TO-DAY-NO
               COMPUTE WS-DAYS-TO-PAY =
                 WS-PAID-DAY-NO - WS-DATE-DAY-NO
               IF WS-DAYS-TO-PAY < 0
                   MOVE ZERO TO WS-DAYS-TO-PAY
               END-IF
               ADD 1 TO WS-CUS-PAID-COUNT(WS-CUS-FOUND-SUB)
               ADD WS-DAYS-TO-PAY
                 TO WS-CUS-DAYS-TOTAL(WS-CUS-FOUND-SUB)
           END-IF.

       *> every letter inside the window counts, and the worst level
       *> reached is kept
       130-LOAD-DUN-LOG.
           OPEN INPUT DUN-LOG
           PERFORM UNTIL WS-DNL-MORE-RECORDS = 'NO '
               READ DUN-LOG
                   AT END
                       MOVE 'NO ' TO WS-DNL-MORE-RECORDS
                   NOT AT END
                       MOVE DNL-DATE TO WS-DATE-SPLIT
                       PERFORM 160-DATE-TO-DAY-NO
                       MOVE DNL-IDENT TO WS-FIND-IDENT
                       PERFORM 150-FIND-CUSTOMER
                       IF WS-CUS-FOUND
                         AND WS-DATE-DAY-NO NOT < WS-WINDOW-DAY-NO
                           ADD 1 TO WS-CUS-DUN-COUNT(WS-CUS-FOUND-SUB)
                           IF DNL-LEVEL >
                             WS-CUS-DUN-LEVEL(WS-CUS-FOUND-SUB)
                               MOVE DNL-LEVEL
                                 TO WS-CUS-DUN-LEVEL(WS-CUS-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUN-LOG.

       *> today's open balance also stands as a high balance
       140-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS
           PERFORM UNTIL WS-OI-MORE-RECORDS = 'NO '
               READ OPEN-ITEMS
                   AT END
                       MOVE 'NO ' TO WS-OI-MORE-RECORDS
                   NOT AT END
                       MOVE OI-IDENT TO WS-FIND-IDENT
                       PERFORM 150-FIND-CUSTOMER
                       IF WS-CUS-FOUND
                           ADD OI-AMOUNT
                             TO WS-CUS-OPEN-BAL(WS-CUS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
             UNTIL WS-CUS-SUB > WS-CUS-COUNT
               IF WS-CUS-OPEN-BAL(WS-CUS-SUB) >
                 WS-CUS-HIGH-BAL(WS-CUS-SUB)
                   MOVE WS-CUS-OPEN-BAL(WS-CUS-SUB)
                     TO WS-CUS-HIGH-BAL(WS-CUS-SUB)
               END-IF
           END-PERFORM.

       150-FIND-CUSTOMER.
           MOVE 'NO ' TO WS-CUS-FOUND-SW
           MOVE ZEROS TO WS-CUS-FOUND-SUB
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
             UNTIL WS-CUS-SUB > WS-CUS-COUNT
               IF WS-CUS-IDENT(WS-CUS-SUB) = WS-FIND-IDENT
                   SET WS-CUS-FOUND TO TRUE
                   MOVE WS-CUS-SUB TO WS-CUS-FOUND-SUB
                   MOVE WS-CUS-COUNT TO WS-CUS-SUB
               END-IF
           END-PERFORM.

       160-DATE-TO-DAY-NO.
           COMPUTE WS-DATE-DAY-NO =
             WS-DATE-YY * 365 + WS-DATE-MM * 31 + WS-DATE-DD.

       *> a freeze holds the limit at today's balance so any new sale
       *> goes to the held-order queue; a cut takes the limit down by
       *> the cut percent; a raise goes only to a prompt payer with no
       *> dunning who is actually using most of the limit.  a limit
       *> of zero means no limit - it can be frozen or cut to the
       *> high balance, never raised
       200-REVIEW-ONE-CUSTOMER.
           MOVE ZERO TO WS-AVG-DAYS
           IF WS-CUS-PAID-COUNT(WS-CUS-SUB) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                 WS-CUS-DAYS-TOTAL(WS-CUS-SUB) /
                 WS-CUS-PAID-COUNT(WS-CUS-SUB)
           END-IF
           MOVE WS-CUS-LIMIT(WS-CUS-SUB) TO WS-NEW-LIMIT
           SET WS-REC-NONE TO TRUE
           EVALUATE TRUE
               WHEN WS-CUS-DUN-COUNT(WS-CUS-SUB) NOT < WS-FREEZE-DUNS
                 OR WS-CUS-DUN-LEVEL(WS-CUS-SUB) = 3
                 OR WS-AVG-DAYS > WS-FREEZE-DAYS
                   MOVE WS-CUS-OPEN-BAL(WS-CUS-SUB) TO WS-NEW-LIMIT
                   IF WS-NEW-LIMIT < 1
                       MOVE 1 TO WS-NEW-LIMIT
                   END-IF
                   IF WS-CUS-LIMIT(WS-CUS-SUB) = 0
                     OR WS-NEW-LIMIT < WS-CUS-LIMIT(WS-CUS-SUB)
                       SET WS-REC-FREEZE TO TRUE
                   END-IF
               WHEN WS-CUS-DUN-COUNT(WS-CUS-SUB) > 0
                 OR WS-AVG-DAYS > WS-SLOW-DAYS
                   IF WS-CUS-LIMIT(WS-CUS-SUB) = 0
                       MOVE WS-CUS-HIGH-BAL(WS-CUS-SUB) TO WS-NEW-LIMIT
                   ELSE
                       COMPUTE WS-NEW-LIMIT ROUNDED =
                         WS-CUS-LIMIT(WS-CUS-SUB) * (1 - WS-CUT-PCT)
                   END-IF
                   IF WS-NEW-LIMIT > 0
                     AND (WS-CUS-LIMIT(WS-CUS-SUB) = 0
                       OR WS-NEW-LIMIT < WS-CUS-LIMIT(WS-CUS-SUB))
                       SET WS-REC-CUT TO TRUE
                   END-IF
               WHEN WS-CUS-PAID-COUNT(WS-CUS-SUB) > 0
                 AND WS-AVG-DAYS NOT > WS-GOOD-DAYS
                 AND WS-CUS-LIMIT(WS-CUS-SUB) > 0
                 AND WS-CUS-HIGH-BAL(WS-CUS-SUB) NOT <
                   WS-CUS-LIMIT(WS-CUS-SUB) * WS-USE-PCT
                   COMPUTE WS-NEW-LIMIT ROUNDED =
                     WS-CUS-LIMIT(WS-CUS-SUB) * (1 + WS-RAISE-PCT)
                   IF WS-NEW-LIMIT > WS-CUS-LIMIT(WS-CUS-SUB)
                       SET WS-REC-RAISE TO TRUE
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-REC-RAISE
                   MOVE 'RAISE' TO RVD-ACTION
                   ADD 1 TO WS-RAISE-COUNT
                   PERFORM 210-WRITE-RECOMMENDATION
               WHEN WS-REC-CUT
                   MOVE 'LOWER' TO RVD-ACTION
                   ADD 1 TO WS-CUT-COUNT
                   PERFORM 210-WRITE-RECOMMENDATION
               WHEN WS-REC-FREEZE
                   MOVE 'FREEZE' TO RVD-ACTION
                   ADD 1 TO WS-FREEZE-COUNT
                   PERFORM 210-WRITE-RECOMMENDATION
               WHEN OTHER
                   MOVE 'NO CHNG' TO RVD-ACTION
                   MOVE WS-CUS-LIMIT(WS-CUS-SUB) TO WS-NEW-LIMIT
                   ADD 1 TO WS-NONE-COUNT
           END-EVALUATE
           MOVE WS-CUS-IDENT(WS-CUS-SUB) TO RVD-IDENT
           MOVE WS-CUS-NAME(WS-CUS-SUB) TO RVD-NAME
           MOVE WS-CUS-LIMIT(WS-CUS-SUB) TO RVD-LIMIT
           MOVE WS-AVG-DAYS TO RVD-DAYS
           MOVE WS-CUS-HIGH-BAL(WS-CUS-SUB) TO RVD-HIGH-BAL
           MOVE WS-CUS-DUN-COUNT(WS-CUS-SUB) TO RVD-DUNS
           MOVE WS-NEW-LIMIT TO RVD-NEW-LIMIT
           WRITE LIMIT-REVIEW-LINE FROM REVIEW-DETAIL-LINE.

       210-WRITE-RECOMMENDATION.
           MOVE SPACES TO LIMIT-REC
           MOVE WS-CUS-IDENT(WS-CUS-SUB) TO LRC-IDENT
           MOVE WS-REC-ACTION TO LRC-ACTION
           MOVE WS-CUS-LIMIT(WS-CUS-SUB) TO LRC-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO LRC-NEW-LIMIT
           MOVE WS-AVG-DAYS TO LRC-AVG-DAYS
           MOVE WS-CUS-HIGH-BAL(WS-CUS-SUB) TO LRC-HIGH-BAL
           MOVE WS-CUS-DUN-COUNT(WS-CUS-SUB) TO LRC-DUN-COUNT
           MOVE WS-RUN-DATE TO LRC-DATE
           WRITE LIMIT-REC.

       300-CLOSE-RTN.
           MOVE WS-RAISE-COUNT TO RVT-RAISE
           MOVE WS-CUT-COUNT TO RVT-CUT
           MOVE WS-FREEZE-COUNT TO RVT-FREEZE
           MOVE WS-NONE-COUNT TO RVT-NONE
           WRITE LIMIT-REVIEW-LINE FROM REVIEW-TOTAL-LINE
           CLOSE LIMIT-RECS LIMIT-REVIEW-RPT
           DISPLAY 'CREDIT LIMIT REVIEW - RAISE: ' WS-RAISE-COUNT
             ' LOWER: ' WS-CUT-COUNT
             ' FREEZE: ' WS-FREEZE-COUNT.

       end program CreditLimitReview.
