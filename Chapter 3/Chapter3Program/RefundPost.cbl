       identification division.
       program-id. RefundPost.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> refund candidates listed by RefundSelect
       SELECT REFUND-CANDIDATES
       ASSIGN TO 'CH3REFUNDCANDS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the controller's keyed approve/deny decisions
       SELECT DECISIONS-FILE
       ASSIGN TO 'CH3REFUNDDECISIONS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> credit balances as they stand now - a credit used since the
       *> candidate list was printed is not refunded
       SELECT CREDIT-BALANCE-FILE
       ASSIGN TO 'CH3CREDITBAL'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> next check number shared with the payroll disbursement run
       *> so refunds and payroll draw on one check series
       SELECT OPTIONAL CHECK-CONTROL-FILE
       ASSIGN TO 'CH4CHECKCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> every check drawn on the disbursement account - the one
       *> list of issued checks the bank is given
       SELECT OPTIONAL CHECKS-ISSUED
       ASSIGN TO 'CH4CHECKSISSUED'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> positive-pay issue file for the bank - refund checks are
       *> drawn on the payroll account, so they are listed too
       SELECT REFUND-POSITIVE-PAY
       ASSIGN TO 'CH3REFUNDPOSPAY'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> refunds issued as a type-D transaction batch, with the
       *> header/trailer the posting run's balancing pass expects -
       *> posting it draws the credit balances down
       SELECT REFUND-TRANS
       ASSIGN TO 'CH3REFUNDTRANS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> printed refund check register and disposition audit
       SELECT REFUND-REGISTER
       ASSIGN TO 'CH3REFUNDREGISTER'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD REFUND-CANDIDATES RECORDING MODE IS F.
       01 REFUND-CANDIDATE-REC.
         05 RFD-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 RFD-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 RFD-SINCE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 RFD-DAYS-ON-ACCT PIC 9(4).
         05 FILLER PIC X(1).
         05 RFD-DATE PIC 9(6).

       FD DECISIONS-FILE RECORDING MODE IS F.
       01 DECISION-REC.
         05 DEC-IDENT PIC X(5).
         05 DEC-ACTION PIC X(1).
           88 DEC-APPROVED VALUE 'A'.
           88 DEC-DENIED VALUE 'D'.

       FD CREDIT-BALANCE-FILE RECORDING MODE IS F.
       01 CREDIT-BALANCE-REC.
         05 CB-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 CB-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 CB-SINCE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 CB-LAST-DATE PIC 9(6).

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
         05 REF-IDENT PIC X(5).
         05 REF-NAME PIC X(20).
         05 REF-CREDIT-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(46).

       FD CHECK-CONTROL-FILE RECORDING MODE IS F.
       01 CHECK-CONTROL-REC.
         05 CTL-NEXT-CHECK-NO PIC 9(6).

       *> source PAY for payroll checks, REFD for customer refunds
       FD CHECKS-ISSUED RECORDING MODE IS F.
       01 CHECK-ISSUED-REC.
         05 CKI-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 CKI-ISSUE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 CKI-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 CKI-SOURCE PIC X(4).
         05 FILLER PIC X(1).
         05 CKI-PAYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 CKI-PAYEE-NAME PIC X(20).

       FD REFUND-POSITIVE-PAY RECORDING MODE IS F.
       01 POSITIVE-PAY-REC.
         05 PP-REC-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 PP-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 PP-ISSUE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PP-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PP-PAYEE-NAME PIC X(20).
       01 POSITIVE-PAY-TRAILER-REC.
         05 PPT-REC-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 PPT-COUNT PIC 9(6).
         05 FILLER PIC X(1).
         05 PPT-TOTAL PIC 9(9)V99.

       FD REFUND-TRANS RECORDING MODE IS F.
       01 REFUND-TRANS-REC.
         05 RFT-IDENT PIC X(5).
         05 RFT-AMOUNT PIC S9(5)V99 SIGN IS LEADING SEPARATE.
         05 RFT-TRANS-TYPE PIC X(1).
         05 RFT-SLSP PIC X(3).

       01 REFUND-CONTROL-TRANS-REC.
         05 RFX-RECORD-TYPE PIC X(5).
         05 RFX-BATCH-COUNT PIC 9(5).
         05 RFX-BATCH-HASH PIC S9(7)V99 SIGN IS LEADING
           SEPARATE.

       FD REFUND-REGISTER RECORDING MODE IS F.
       01 REGISTER-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-DEC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CB-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.

       *> the cycle's decisions, marked as they are used so leftovers
       *> can be reported as unmatched keying errors
       01 WS-DECISION-TABLE.
         05 WS-DEC-COUNT PIC 9(3) VALUE ZERO.
         05 WS-DEC-ENTRY OCCURS 500 TIMES.
           10 WS-DEC-IDENT PIC X(5).
           10 WS-DEC-ACTION PIC X(1).
           10 WS-DEC-USED PIC X(1).
       01 WS-DEC-SUB PIC 9(3) VALUE ZERO.
       01 WS-DEC-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-DEC-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-DEC-FOUND VALUE 'YES'.

       01 WS-CREDIT-BALANCE-TABLE.
         05 WS-CB-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CB-ENTRY OCCURS 500 TIMES.
           10 WS-CB-IDENT PIC X(5).
           10 WS-CB-AMOUNT PIC 9(7)V99.
       01 WS-CB-SUB PIC 9(3) VALUE ZERO.
       01 WS-CB-NOW PIC 9(7)V99 VALUE ZEROS.

       01 WS-CUSTOMER-REF-TABLE.
         05 WS-REF-COUNT PIC 9(3) VALUE ZERO.
         05 WS-REF-ENTRY OCCURS 500 TIMES.
           10 WS-REF-IDENT PIC X(5).
           10 WS-REF-NAME PIC X(20).
       01 WS-REF-SUB PIC 9(3) VALUE ZERO.
       01 WS-NAME-HOLD PIC X(20) VALUE SPACES.

       01 WS-NEXT-CHECK-NO PIC 9(6) VALUE 100001.

       *> a transaction amount tops out at 99,999.99 - a larger
       *> refund is one check but several transactions
       01 WS-MAX-TRANS-AMT PIC 9(5)V99 VALUE 99999.99.
       01 WS-RF-REMAINING PIC 9(7)V99 VALUE ZEROS.

       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRANS-HASH PIC S9(7)V99 VALUE ZERO.
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.

       01 WS-DISPOSITION-TOTALS.
         05 WS-ISSUED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-ISSUED-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-DENIED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
         05 WS-STALE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.

       01 REGISTER-HDR-LINE.
         05 FILLER PIC X(38) VALUE
           ' REFUND CHECK REGISTER          DATE: '.
         05 RGH-DATE PIC 9(6).
         05 FILLER PIC X(36) VALUE SPACES.

       01 REGISTER-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(15) VALUE ' REFUND AMOUNT'.
         05 FILLER PIC X(10) VALUE 'CHECK NO'.
         05 FILLER PIC X(26) VALUE 'DISPOSITION'.

       01 REGISTER-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RGD-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RGD-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 RGD-CHECK-NO PIC X(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 RGD-DISPOSITION PIC X(12).
         05 FILLER PIC X(14) VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
         05 FILLER PIC X(9) VALUE ' ISSUED: '.
         05 RGT-ISSUED PIC ZZZZ9.
         05 FILLER PIC X(9) VALUE '  DENIED:'.
         05 RGT-DENIED PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE '  PENDING:'.
         05 RGT-PENDING PIC ZZZZ9.
         05 FILLER PIC X(8) VALUE '  STALE:'.
         05 RGT-STALE PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE '  UNMATCHED:'.
         05 RGT-UNMATCHED PIC ZZZZ9.
         05 FILLER PIC X(7) VALUE SPACES.

       01 REGISTER-AMOUNT-LINE.
         05 FILLER PIC X(27) VALUE ' TOTAL REFUND CHECKS:      '.
         05 RGA-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(39) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 105-LOAD-CHECK-CONTROL
           PERFORM 110-LOAD-DECISIONS
           PERFORM 115-LOAD-CREDIT-BALANCES
           PERFORM 117-LOAD-CUSTOMER-REF
           OPEN INPUT REFUND-CANDIDATES
             OUTPUT REFUND-TRANS
             OUTPUT REFUND-REGISTER
             OUTPUT REFUND-POSITIVE-PAY
           OPEN EXTEND CHECKS-ISSUED
           MOVE SPACES TO REFUND-CONTROL-TRANS-REC
           MOVE 'HDR  ' TO RFX-RECORD-TYPE
           MOVE ZEROS TO RFX-BATCH-COUNT RFX-BATCH-HASH
           WRITE REFUND-CONTROL-TRANS-REC
           MOVE WS-RUN-DATE TO RGH-DATE
           WRITE REGISTER-LINE FROM REGISTER-HDR-LINE
           WRITE REGISTER-LINE FROM REGISTER-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ REFUND-CANDIDATES
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-DISPOSE-CANDIDATE
               END-READ
           END-PERFORM
           PERFORM 250-REPORT-UNMATCHED
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       105-LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           READ CHECK-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-NEXT-CHECK-NO NUMERIC
                     AND CTL-NEXT-CHECK-NO > 0
                       MOVE CTL-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
                   END-IF
           END-READ
           CLOSE CHECK-CONTROL-FILE.

       110-LOAD-DECISIONS.
           OPEN INPUT DECISIONS-FILE
           PERFORM UNTIL WS-DEC-MORE-RECORDS = 'NO '
               READ DECISIONS-FILE
                   AT END
                       MOVE 'NO ' TO WS-DEC-MORE-RECORDS
                   NOT AT END
                       IF WS-DEC-COUNT = 500
                           DISPLAY 'DECISION TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DEC-COUNT
                       MOVE DEC-IDENT TO WS-DEC-IDENT(WS-DEC-COUNT)
                       MOVE DEC-ACTION TO WS-DEC-ACTION(WS-DEC-COUNT)
                       MOVE 'N' TO WS-DEC-USED(WS-DEC-COUNT)
               END-READ
           END-PERFORM
           CLOSE DECISIONS-FILE.

       115-LOAD-CREDIT-BALANCES.
           OPEN INPUT CREDIT-BALANCE-FILE
           PERFORM UNTIL WS-CB-MORE-RECORDS = 'NO '
               READ CREDIT-BALANCE-FILE
                   AT END
                       MOVE 'NO ' TO WS-CB-MORE-RECORDS
                   NOT AT END
                       IF WS-CB-COUNT = 500
                           DISPLAY 'CREDIT BALANCE TABLE FULL - STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CB-COUNT
                       MOVE CB-IDENT TO WS-CB-IDENT(WS-CB-COUNT)
                       MOVE CB-AMOUNT TO WS-CB-AMOUNT(WS-CB-COUNT)
               END-READ
           END-PERFORM
           CLOSE CREDIT-BALANCE-FILE.

       117-LOAD-CUSTOMER-REF.
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

       210-FIND-DECISION.
           MOVE 'NO ' TO WS-DEC-FOUND-SW
           MOVE ZEROS TO WS-DEC-FOUND-SUB
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
             UNTIL WS-DEC-SUB > WS-DEC-COUNT
               IF WS-DEC-IDENT(WS-DEC-SUB) = RFD-IDENT
                 AND WS-DEC-USED(WS-DEC-SUB) = 'N'
                   SET WS-DEC-FOUND TO TRUE
                   MOVE WS-DEC-SUB TO WS-DEC-FOUND-SUB
                   MOVE WS-DEC-COUNT TO WS-DEC-SUB
               END-IF
           END-PERFORM.

       215-FIND-CREDIT-AND-NAME.
           MOVE ZEROS TO WS-CB-NOW
           PERFORM VARYING WS-CB-SUB FROM 1 BY 1
             UNTIL WS-CB-SUB > WS-CB-COUNT
               IF WS-CB-IDENT(WS-CB-SUB) = RFD-IDENT
                   MOVE WS-CB-AMOUNT(WS-CB-SUB) TO WS-CB-NOW
                   MOVE WS-CB-COUNT TO WS-CB-SUB
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NAME-HOLD
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
             UNTIL WS-REF-SUB > WS-REF-COUNT
               IF WS-REF-IDENT(WS-REF-SUB) = RFD-IDENT
                   MOVE WS-REF-NAME(WS-REF-SUB) TO WS-NAME-HOLD
                   MOVE WS-REF-COUNT TO WS-REF-SUB
               END-IF
           END-PERFORM.

       *> an approved refund is paid by check for the amount that was
       *> approved, provided the customer still holds that much
       *> credit; denied and undecided ones are simply listed - the
       *> next selection run picks them up again if still on account
       200-DISPOSE-CANDIDATE.
           PERFORM 210-FIND-DECISION
           PERFORM 215-FIND-CREDIT-AND-NAME
           MOVE SPACES TO RGD-CHECK-NO
           EVALUATE TRUE
               WHEN WS-DEC-FOUND
                 AND WS-DEC-ACTION(WS-DEC-FOUND-SUB) = 'A'
                 AND WS-CB-NOW < RFD-AMOUNT
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-SUB)
                   MOVE 'STALE       ' TO RGD-DISPOSITION
                   ADD 1 TO WS-STALE-COUNT
               WHEN WS-DEC-FOUND
                 AND WS-DEC-ACTION(WS-DEC-FOUND-SUB) = 'A'
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-SUB)
                   PERFORM 220-ISSUE-REFUND
                   MOVE 'CHECK ISSUED' TO RGD-DISPOSITION
                   ADD 1 TO WS-ISSUED-COUNT
                   ADD RFD-AMOUNT TO WS-ISSUED-TOTAL
               WHEN WS-DEC-FOUND
                 AND WS-DEC-ACTION(WS-DEC-FOUND-SUB) = 'D'
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-SUB)
                   MOVE 'DENIED      ' TO RGD-DISPOSITION
                   ADD 1 TO WS-DENIED-COUNT
               WHEN WS-DEC-FOUND
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-SUB)
                   MOVE 'BADACTION   ' TO RGD-DISPOSITION
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   MOVE 'PENDING     ' TO RGD-DISPOSITION
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE
           MOVE RFD-IDENT TO RGD-IDENT
           MOVE WS-NAME-HOLD TO RGD-NAME
           MOVE RFD-AMOUNT TO RGD-AMOUNT
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       *> one check per customer from the shared series, listed for
       *> the bank with the payroll checks, and the refund written
       *> as type-D transactions for the posting run
       220-ISSUE-REFUND.
           MOVE WS-NEXT-CHECK-NO TO RGD-CHECK-NO
           MOVE SPACES TO CHECK-ISSUED-REC
           MOVE WS-NEXT-CHECK-NO TO CKI-CHECK-NO
           MOVE WS-RUN-DATE TO CKI-ISSUE-DATE
           MOVE RFD-AMOUNT TO CKI-AMOUNT
           MOVE 'REFD' TO CKI-SOURCE
           MOVE RFD-IDENT TO CKI-PAYEE-ID
           MOVE WS-NAME-HOLD TO CKI-PAYEE-NAME
           WRITE CHECK-ISSUED-REC
           MOVE SPACES TO POSITIVE-PAY-REC
           MOVE 'I' TO PP-REC-TYPE
           MOVE CKI-CHECK-NO TO PP-CHECK-NO
           MOVE CKI-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CKI-AMOUNT TO PP-AMOUNT
           MOVE CKI-PAYEE-NAME TO PP-PAYEE-NAME
           WRITE POSITIVE-PAY-REC
           ADD 1 TO WS-NEXT-CHECK-NO
           MOVE RFD-AMOUNT TO WS-RF-REMAINING
           PERFORM UNTIL WS-RF-REMAINING = 0
               MOVE SPACES TO REFUND-TRANS-REC
               MOVE RFD-IDENT TO RFT-IDENT
               IF WS-RF-REMAINING > WS-MAX-TRANS-AMT
                   MOVE WS-MAX-TRANS-AMT TO RFT-AMOUNT
               ELSE
                   MOVE WS-RF-REMAINING TO RFT-AMOUNT
               END-IF
               MOVE 'D' TO RFT-TRANS-TYPE
               WRITE REFUND-TRANS-REC
               ADD 1 TO WS-TRANS-COUNT
               ADD RFT-AMOUNT TO WS-TRANS-HASH
               SUBTRACT RFT-AMOUNT FROM WS-RF-REMAINING
           END-PERFORM.

       *> decisions never matched to a candidate are keying errors -
       *> list them instead of losing them
       250-REPORT-UNMATCHED.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
             UNTIL WS-DEC-SUB > WS-DEC-COUNT
               IF WS-DEC-USED(WS-DEC-SUB) = 'N'
                   MOVE WS-DEC-IDENT(WS-DEC-SUB) TO RGD-IDENT
                   MOVE SPACES TO RGD-NAME RGD-CHECK-NO
                   MOVE ZEROS TO RGD-AMOUNT
                   MOVE 'UNMATCHED   ' TO RGD-DISPOSITION
                   WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-PERFORM.

       300-CLOSE-RTN.
           MOVE SPACES TO REFUND-CONTROL-TRANS-REC
           MOVE 'TRL  ' TO RFX-RECORD-TYPE
           MOVE WS-TRANS-COUNT TO RFX-BATCH-COUNT
           MOVE WS-TRANS-HASH TO RFX-BATCH-HASH
           WRITE REFUND-CONTROL-TRANS-REC
           MOVE WS-ISSUED-COUNT TO RGT-ISSUED
           MOVE WS-DENIED-COUNT TO RGT-DENIED
           MOVE WS-PENDING-COUNT TO RGT-PENDING
           MOVE WS-STALE-COUNT TO RGT-STALE
           MOVE WS-UNMATCHED-COUNT TO RGT-UNMATCHED
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE WS-ISSUED-TOTAL TO RGA-TOTAL
           WRITE REGISTER-LINE FROM REGISTER-AMOUNT-LINE
           MOVE SPACES TO POSITIVE-PAY-TRAILER-REC
           MOVE 'T' TO PPT-REC-TYPE
           MOVE WS-ISSUED-COUNT TO PPT-COUNT
           MOVE WS-ISSUED-TOTAL TO PPT-TOTAL
           WRITE POSITIVE-PAY-TRAILER-REC
           CLOSE REFUND-CANDIDATES REFUND-TRANS REFUND-REGISTER
             CHECKS-ISSUED REFUND-POSITIVE-PAY
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NO TO CTL-NEXT-CHECK-NO
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE
           DISPLAY 'REFUND CHECKS ISSUED: ' WS-ISSUED-COUNT.

       end program RefundPost.
