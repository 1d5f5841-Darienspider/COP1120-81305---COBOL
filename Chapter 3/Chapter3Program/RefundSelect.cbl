       identification division.
       program-id. RefundSelect.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> credit balances carried by the posting run, each with the
       *> date the credit first arose
       SELECT CREDIT-BALANCE-FILE
       ASSIGN TO 'CH3CREDITBAL'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> how many days a credit must have sat on account, and the
       *> smallest credit worth a check - single control record
       SELECT OPTIONAL REFUND-CONTROL-FILE
       ASSIGN TO 'CH3REFUNDCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> one candidate per customer for the controller's
       *> approve/deny decision - read back by RefundPost
       SELECT REFUND-CANDIDATES
       ASSIGN TO 'CH3REFUNDCANDS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> printed approval list
       SELECT REFUND-APPROVAL-RPT
       ASSIGN TO 'CH3REFUNDAPPROVAL'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD CREDIT-BALANCE-FILE RECORDING MODE IS F.
       01 CREDIT-BALANCE-REC.
         05 CB-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 CB-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 CB-SINCE-DATE.
           10 CB-SINCE-YY PIC 9(2).
           10 CB-SINCE-MM PIC 9(2).
           10 CB-SINCE-DD PIC 9(2).
         05 FILLER PIC X(1).
         05 CB-LAST-DATE PIC 9(6).

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
         05 REF-IDENT PIC X(5).
         05 REF-NAME PIC X(20).
         05 REF-CREDIT-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(46).

       FD REFUND-CONTROL-FILE RECORDING MODE IS F.
       01 REFUND-CONTROL-REC.
         05 CTL-MIN-DAYS PIC 9(3).
         05 FILLER PIC X(1).
         05 CTL-MIN-AMOUNT PIC 9(5)V99.

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

       FD REFUND-APPROVAL-RPT RECORDING MODE IS F.
       01 APPROVAL-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-MIN-DAYS PIC 9(3) VALUE 60.
       01 WS-MIN-AMOUNT PIC 9(5)V99 VALUE 1.00.

       *> names keyed by customer id for the approval list
       01 WS-CUSTOMER-REF-TABLE.
         05 WS-REF-COUNT PIC 9(3) VALUE ZERO.
         05 WS-REF-ENTRY OCCURS 500 TIMES.
           10 WS-REF-IDENT PIC X(5).
           10 WS-REF-NAME PIC X(20).
       01 WS-REF-SUB PIC 9(3) VALUE ZERO.
       01 WS-NAME-HOLD PIC X(20) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
         05 WS-RUN-YY PIC 9(2).
         05 WS-RUN-MM PIC 9(2).
         05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-SINCE-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-DAYS-ON-ACCT PIC S9(6) VALUE ZERO.

       01 WS-CANDIDATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CANDIDATE-TOTAL PIC 9(9)V99 VALUE ZEROS.

       01 APPROVAL-HDR-LINE.
         05 FILLER PIC X(38) VALUE
           ' CREDIT BALANCE REFUND APPROVAL  DATE:'.
         05 APH-DATE PIC 9(6).
         05 FILLER PIC X(36) VALUE SPACES.

       01 APPROVAL-PARM-LINE.
         05 FILLER PIC X(24) VALUE ' ON ACCOUNT AT LEAST  '.
         05 APP-MIN-DAYS PIC ZZ9.
         05 FILLER PIC X(21) VALUE ' DAYS   MINIMUM:     '.
         05 APP-MIN-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(23) VALUE SPACES.

       01 APPROVAL-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(15) VALUE ' CREDIT AMOUNT'.
         05 FILLER PIC X(9) VALUE 'SINCE'.
         05 FILLER PIC X(6) VALUE 'DAYS'.
         05 FILLER PIC X(21) VALUE 'APPROVE (A/D)'.

       01 APPROVAL-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 APD-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 APD-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 APD-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 APD-SINCE PIC 9(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 APD-DAYS PIC ZZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(20) VALUE '____'.

       01 APPROVAL-TOTAL-LINE.
         05 FILLER PIC X(21) VALUE ' REFUND CANDIDATES:  '.
         05 APT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE '  TOTAL: '.
         05 APT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(30) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-RUN-DAY-NO =
             WS-RUN-YY * 365 + WS-RUN-MM * 31 + WS-RUN-DD
           PERFORM 105-LOAD-CONTROLS
           PERFORM 110-LOAD-CUSTOMER-REF
           OPEN INPUT CREDIT-BALANCE-FILE
             OUTPUT REFUND-CANDIDATES
             OUTPUT REFUND-APPROVAL-RPT
           MOVE WS-RUN-DATE TO APH-DATE
           WRITE APPROVAL-LINE FROM APPROVAL-HDR-LINE
           MOVE WS-MIN-DAYS TO APP-MIN-DAYS
           MOVE WS-MIN-AMOUNT TO APP-MIN-AMOUNT
           WRITE APPROVAL-LINE FROM APPROVAL-PARM-LINE
           WRITE APPROVAL-LINE FROM APPROVAL-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ CREDIT-BALANCE-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-TEST-ONE-CREDIT
               END-READ
           END-PERFORM
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       105-LOAD-CONTROLS.
           OPEN INPUT REFUND-CONTROL-FILE
           READ REFUND-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-MIN-DAYS NUMERIC
                       MOVE CTL-MIN-DAYS TO WS-MIN-DAYS
                   END-IF
                   IF CTL-MIN-AMOUNT NUMERIC
                       MOVE CTL-MIN-AMOUNT TO WS-MIN-AMOUNT
                   END-IF
           END-READ
           CLOSE REFUND-CONTROL-FILE.

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

       120-FIND-NAME.
           MOVE SPACES TO WS-NAME-HOLD
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
             UNTIL WS-REF-SUB > WS-REF-COUNT
               IF WS-REF-IDENT(WS-REF-SUB) = CB-IDENT
                   MOVE WS-REF-NAME(WS-REF-SUB) TO WS-NAME-HOLD
                   MOVE WS-REF-COUNT TO WS-REF-SUB
               END-IF
           END-PERFORM.

       *> a credit qualifies once it has sat on account the minimum
       *> number of days since it first arose - a customer still
       *> buying will normally use it up before then
       200-TEST-ONE-CREDIT.
           IF CB-SINCE-DATE NUMERIC
               COMPUTE WS-SINCE-DAY-NO =
                 CB-SINCE-YY * 365 + CB-SINCE-MM * 31 + CB-SINCE-DD
               COMPUTE WS-DAYS-ON-ACCT =
                 WS-RUN-DAY-NO - WS-SINCE-DAY-NO
           ELSE
               MOVE ZEROS TO WS-DAYS-ON-ACCT
           END-IF
           IF CB-AMOUNT NOT < WS-MIN-AMOUNT
             AND CB-AMOUNT > 0
             AND WS-DAYS-ON-ACCT NOT < WS-MIN-DAYS
               PERFORM 120-FIND-NAME
               MOVE SPACES TO REFUND-CANDIDATE-REC
               MOVE CB-IDENT TO RFD-IDENT
               MOVE CB-AMOUNT TO RFD-AMOUNT
               MOVE CB-SINCE-DATE TO RFD-SINCE-DATE
               MOVE WS-DAYS-ON-ACCT TO RFD-DAYS-ON-ACCT
               MOVE WS-RUN-DATE TO RFD-DATE
               WRITE REFUND-CANDIDATE-REC
               MOVE CB-IDENT TO APD-IDENT
               MOVE WS-NAME-HOLD TO APD-NAME
               MOVE CB-AMOUNT TO APD-AMOUNT
               MOVE CB-SINCE-DATE TO APD-SINCE
               MOVE WS-DAYS-ON-ACCT TO APD-DAYS
               WRITE APPROVAL-LINE FROM APPROVAL-DETAIL-LINE
               ADD 1 TO WS-CANDIDATE-COUNT
               ADD CB-AMOUNT TO WS-CANDIDATE-TOTAL
           END-IF.

       300-CLOSE-RTN.
           MOVE WS-CANDIDATE-COUNT TO APT-COUNT
           MOVE WS-CANDIDATE-TOTAL TO APT-TOTAL
           WRITE APPROVAL-LINE FROM APPROVAL-TOTAL-LINE
           CLOSE CREDIT-BALANCE-FILE REFUND-CANDIDATES
             REFUND-APPROVAL-RPT
           DISPLAY 'REFUND CANDIDATES: ' WS-CANDIDATE-COUNT.

       end program RefundSelect.
