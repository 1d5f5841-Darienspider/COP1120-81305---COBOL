         05 NP-WITHHOLDING PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 NP-DEDUCTIONS PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 NP-SOC-SEC-EE PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 NP-MEDICARE-EE PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 NP-SOC-SEC-ER PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 NP-MEDICARE-ER PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 NP-STATE-CODE PIC X(2).
         05 FILLER PIC X(1).
         05 NP-STATE-WH PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 NP-LOCAL-CODE PIC X(4).
         05 FILLER PIC X(1).
         05 NP-LOCAL-WH PIC 9(7)V99.

       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
         05 WS-C3-PAYMENTS PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-CREDITS PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-FINCHARGES PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-PAY-DISCOUNTS PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-RETURNS-NET PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-RETURN-DISCS PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-RETURN-TAX PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-WRITE-OFFS PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-RECOVERIES PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-OVERPAYMENTS PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-CREDIT-APPLIED PIC 9(11)V99 VALUE ZEROS.
         05 WS-C3-REFUNDS PIC 9(11)V99 VALUE ZEROS.

       01 WS-CH7-AMOUNTS.
         05 WS-C7-NEW-DUES PIC 9(11)V99 VALUE ZEROS.
         05 WS-C4-NET-PAY PIC 9(11)V99 VALUE ZEROS.
         05 WS-C4-WITHHOLD PIC 9(11)V99 VALUE ZEROS.
         05 WS-C4-DEDUCTS PIC 9(11)V99 VALUE ZEROS.
         05 WS-C4-FICA-EE PIC 9(11)V99 VALUE ZEROS.
         05 WS-C4-FICA-ER PIC 9(11)V99 VALUE ZEROS.
         05 WS-C4-STATE-WH PIC 9(11)V99 VALUE ZEROS.
         05 WS-C4-LOCAL-WH PIC 9(11)V99 VALUE ZEROS.

       01 WS-POST-AREAS.
         05 WS-POST-SOURCE PIC X(8) VALUE SPACES.
                       EVALUATE PD-TRANS-TYPE
                           WHEN 'P'
                               ADD PD-NET TO WS-C3-PAYMENTS
                               ADD PD-DISCOUNT-AMT
                                 TO WS-C3-PAY-DISCOUNTS
                           WHEN 'C'
                               ADD PD-NET TO WS-C3-CREDITS
                           WHEN 'F'
                               ADD PD-NET TO WS-C3-FINCHARGES
                           WHEN 'R'
                               ADD PD-NET TO WS-C3-RETURNS-NET
                               ADD PD-DISCOUNT-AMT
                                 TO WS-C3-RETURN-DISCS
                               ADD PD-TAX-AMT TO WS-C3-RETURN-TAX
                           WHEN 'W'
                               ADD PD-NET TO WS-C3-WRITE-OFFS
                           WHEN 'Y'
                               ADD PD-NET TO WS-C3-RECOVERIES
                           WHEN 'K'
                               ADD PD-NET TO WS-C3-OVERPAYMENTS
                           WHEN 'A'
                               ADD PD-NET TO WS-C3-CREDIT-APPLIED
                           WHEN 'D'
                               ADD PD-NET TO WS-C3-REFUNDS
                           WHEN OTHER
                               ADD PD-NET TO WS-C3-SALES-NET
                               ADD PD-DISCOUNT-AMT
                           ADD NP-ANNUAL-NET TO WS-C4-NET-PAY
                           ADD NP-WITHHOLDING TO WS-C4-WITHHOLD
                           ADD NP-DEDUCTIONS TO WS-C4-DEDUCTS
                           IF NP-SOC-SEC-EE NUMERIC
                             AND NP-MEDICARE-EE NUMERIC
                               ADD NP-SOC-SEC-EE, NP-MEDICARE-EE
                                 TO WS-C4-FICA-EE
                           END-IF
                           IF NP-SOC-SEC-ER NUMERIC
                             AND NP-MEDICARE-ER NUMERIC
                               ADD NP-SOC-SEC-ER, NP-MEDICARE-ER
                                 TO WS-C4-FICA-ER
                           END-IF
                           IF NP-STATE-WH NUMERIC
                               ADD NP-STATE-WH TO WS-C4-STATE-WH
                           END-IF
                           IF NP-LOCAL-WH NUMERIC
                               ADD NP-LOCAL-WH TO WS-C4-LOCAL-WH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'FINCHARGES  ' TO WS-POST-ELEMENT
           MOVE WS-C3-FINCHARGES TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'PAY-DISCOUNT' TO WS-POST-ELEMENT
           MOVE WS-C3-PAY-DISCOUNTS TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'RETURNS-NET ' TO WS-POST-ELEMENT
           MOVE WS-C3-RETURNS-NET TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'RETURN-DISC ' TO WS-POST-ELEMENT
           MOVE WS-C3-RETURN-DISCS TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'RETURN-TAX  ' TO WS-POST-ELEMENT
           MOVE WS-C3-RETURN-TAX TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'WRITE-OFFS  ' TO WS-POST-ELEMENT
           MOVE WS-C3-WRITE-OFFS TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'RECOVERIES  ' TO WS-POST-ELEMENT
           MOVE WS-C3-RECOVERIES TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'OVERPAYMENTS' TO WS-POST-ELEMENT
           MOVE WS-C3-OVERPAYMENTS TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'CREDIT-APPL ' TO WS-POST-ELEMENT
           MOVE WS-C3-CREDIT-APPLIED TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'REFUNDS     ' TO WS-POST-ELEMENT
           MOVE WS-C3-REFUNDS TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT

           MOVE 'CH7RAISE' TO WS-POST-SOURCE
           MOVE 'NEW-DUES    ' TO WS-POST-ELEMENT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'DEDUCTS     ' TO WS-POST-ELEMENT
           MOVE WS-C4-DEDUCTS TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'FICA-EE     ' TO WS-POST-ELEMENT
           MOVE WS-C4-FICA-EE TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'FICA-ER     ' TO WS-POST-ELEMENT
           MOVE WS-C4-FICA-ER TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'STATE-WH    ' TO WS-POST-ELEMENT
           MOVE WS-C4-STATE-WH TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT
           MOVE 'LOCAL-WH    ' TO WS-POST-ELEMENT
           MOVE WS-C4-LOCAL-WH TO WS-POST-AMOUNT
           PERFORM 210-POST-ONE-ELEMENT.

       *> one balanced debit/credit pair per element; an element with
